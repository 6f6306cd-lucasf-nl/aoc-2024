               ".txt" DELIMITED BY SIZE
            INTO WS-ALERT-FILENAME

        MOVE SPACES TO WS-SPIKE-FILENAME
        STRING "spikes_" DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
            INTO WS-SPIKE-FILENAME

        MOVE SPACES TO WS-LOCK-FILENAME
        STRING "lock_" DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
            MOVE "idmaster.dat" TO WS-MASTER-FILENAME
        END-IF

        MOVE "DL100_LEDGER_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-LEDGER-FILENAME
        IF WS-LEDGER-FILENAME = SPACES
            MOVE "idledger.dat" TO WS-LEDGER-FILENAME
        END-IF

        MOVE "DL100_HISTORY_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-HISTORY-FILENAME
        IF WS-HISTORY-FILENAME = SPACES
            MOVE "runhist.dat" TO WS-HISTORY-FILENAME
        END-IF

        MOVE SPACES TO WS-SORTED-LEFT-FILENAME
        STRING "sorted1_" DELIMITED BY SIZE
      *> sequence anchor - every run of every mode writes one. A rerun
      *> of an already-reported day takes the first free _Rnn suffix
      *> on its report, audit and exception files instead of silently
      *> overwriting the distributed versions, and posts its history
      *> entry under the same sequence, flagged restated, so audit can
      *> prove which version went out. A restart after an abend
      *> (live checkpoint) reuses the crashed run's sequence so its
      *> audit and exception files are extended, not superseded.
      *> ---------------------------------------------------------------
    DETERMINE-RUN-SEQUENCE.
        MOVE 0 TO WS-RUN-SEQ

        MOVE WS-CHECKPOINT-FILENAME TO WS-PROBE-FILENAME
        PERFORM PROBE-FILE-EXISTS
               "_CORRECTED.txt"
            DELIMITED BY SIZE INTO WS-CORRECTED-REPORT-FILENAME

        DISPLAY "DETERMINE-RUN-SEQUENCE: same-day rerun - outputs"
            " carry suffix _R" WS-RUN-SEQ.

                SET WS-INPUT-MISSING TO TRUE
            END-IF
        ELSE
            PERFORM STAMP-EXTRACT-FOUND
            PERFORM OPEN-EXCEPTION-AND-AUDIT-FILES

            IF WS-LINES-READ > 0
                " run abandoned"
            SET WS-EXTRACT-BAD TO TRUE
        ELSE
            PERFORM STAMP-EXTRACT-FOUND
            PERFORM VARYING WS-PART-IX FROM 1 BY 1
                    UNTIL WS-PART-IX > WS-PART-COUNT
                        OR WS-CAPACITY-HALTED
                    FUNCTION TRIM(lockFileRecord)
                    "' overridden after "
                    FUNCTION TRIM(WS-LOCK-AGE-DISPLAY) " minutes"
                PERFORM WRITE-LOCK-OVERRIDE-ALERT
            END-IF
        ELSE
            CLOSE lockFile
                + WS-LOCK-NOW-MIN - WS-LOCK-REC-MIN
        END-IF.

      *> The override is an operator alert in its own right - a lock
      *> only goes stale when a run abended - so it is appended to
      *> lockalert_YYYYMMDD.txt for the alert register to collect.
    WRITE-LOCK-OVERRIDE-ALERT.
        MOVE SPACES TO WS-LOCK-ALERT-FILENAME
        STRING "lockalert_" WS-LOCK-TODAY ".txt"
            DELIMITED BY SIZE INTO WS-LOCK-ALERT-FILENAME
        OPEN EXTEND lockAlertFile
        IF WS-LOCK-ALERT-FILE-STATUS = "35"
            OPEN OUTPUT lockAlertFile
        END-IF
        MOVE SPACES TO lockAlertFileRecord
        STRING "STALE LOCK OVERRIDDEN PROGRAM=Day1Driver RUN="
               WS-RUN-DATE-X " AT " WS-LOCK-NOW-TIME(1:6)
               " AFTER " FUNCTION TRIM(WS-LOCK-AGE-DISPLAY)
               " MINUTES - LOCK WAS '" FUNCTION TRIM(lockFileRecord)
               "'"
            DELIMITED BY SIZE INTO lockAlertFileRecord
        WRITE lockAlertFileRecord
        CLOSE lockAlertFile.

    WRITE-RUN-LOCK.
        OPEN OUTPUT lockFile
        MOVE SPACES TO lockFileRecord
            SET WS-LOCK-NOT-HELD TO TRUE
        END-IF.

    OPEN-EXCEPTION-AND-AUDIT-FILES.
        IF WS-LINES-READ > 0
            OPEN EXTEND exceptionFile
            OPEN OUTPUT exceptionFile
            OPEN OUTPUT auditFile
        END-IF.

      *> Run timing for the SLA report. START-RUN-TIMING is performed
      *> as the day's run begins, STAMP-EXTRACT-FOUND the moment the
      *> whole extract is in hand, and POST-RUN-TIMING from
      *> ARCHIVE-RUN, which makes the history post the completion
      *> time. A run restarted past its read never found the extract
      *> in this submission, so its start time stands in.
    START-RUN-TIMING.
        ACCEPT WS-TM-STARTED-ON FROM DATE YYYYMMDD
        ACCEPT WS-TM-STARTED-AT FROM TIME
        SET WS-TM-EXTRACT-NOT-FOUND TO TRUE.

    STAMP-EXTRACT-FOUND.
        ACCEPT WS-TM-FOUND-ON FROM DATE YYYYMMDD
        ACCEPT WS-TM-FOUND-AT FROM TIME
        SET WS-TM-EXTRACT-FOUND TO TRUE.

    POST-RUN-TIMING.
        IF WS-TM-STARTED-ON = 0
            PERFORM START-RUN-TIMING
        END-IF
        IF WS-TM-EXTRACT-NOT-FOUND
            MOVE WS-TM-STARTED-ON TO WS-TM-FOUND-ON
            MOVE WS-TM-STARTED-AT TO WS-TM-FOUND-AT
        END-IF
        MOVE WS-TM-STARTED-ON TO RH-STARTED-ON
        MOVE WS-TM-STARTED-AT(1:6) TO RH-STARTED-AT
        MOVE WS-TM-FOUND-ON TO RH-FOUND-ON
        MOVE WS-TM-FOUND-AT(1:6) TO RH-FOUND-AT
        ACCEPT RH-COMPLETED-ON FROM DATE YYYYMMDD
        ACCEPT WS-TM-NOW FROM TIME
        MOVE WS-TM-NOW(1:6) TO RH-COMPLETED-AT
        MOVE 'Y' TO RH-HAS-TIMING-SW.
