      *> ---------------------------------------------------------------
      *> INPUT_INITIALIZE.CPY (day3)
      *>
      *> Resolves the day's dataset names, establishes the run lock,
      *> and streams the raw transaction-log extract through
      *> SCAN-INSTRUCTION-LINE (scan_calculate.cpy) one line at a
      *> time. Near-miss fragments go to the exception file, accepted
      *> instructions are echoed to the audit file. A line that fills
      *> the input record to its last byte may have been cut short by
      *> the read, so it is flagged on the exception file and counted
      *> as rejected - the figures for that day cannot be trusted to
      *> the last instruction. Progress is checkpointed every
      *> WS-CHECKPOINT-INTERVAL lines so a late-batch abend restarts
      *> at the true line position with the running figures and the
      *> do()/don't() switch exactly as they stood, following the day1
      *> and day2 conventions; the checkpoint is deleted once the read
      *> completes. The run lock follows the same pattern too: a live
      *> day3_lock marker stops a second submission hard, a stale one
      *> is overridden.
      *> ---------------------------------------------------------------
    DETERMINE-INPUT-DATASET.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

        MOVE "DL300_INPUT_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-OVERRIDE-DATASET

        IF WS-OVERRIDE-DATASET NOT = SPACES
            MOVE WS-OVERRIDE-DATASET TO WS-INPUT-DATASET-NAME
        ELSE
            MOVE SPACES TO WS-INPUT-DATASET-NAME
            STRING "day3_input_" DELIMITED BY SIZE
                   WS-RUN-DATE-X DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                INTO WS-INPUT-DATASET-NAME
        END-IF

        MOVE SPACES TO WS-CHECKPOINT-FILENAME
        STRING "day3_checkpoint_" DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
            INTO WS-CHECKPOINT-FILENAME

        MOVE SPACES TO WS-REPORT-FILENAME
        STRING "day3_report_" DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
            INTO WS-REPORT-FILENAME

        MOVE SPACES TO WS-EXCEPTION-FILENAME
        STRING "day3_exceptions_" DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
            INTO WS-EXCEPTION-FILENAME

        MOVE SPACES TO WS-AUDIT-FILENAME
        STRING "day3_audit_" DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
            INTO WS-AUDIT-FILENAME

        MOVE SPACES TO WS-LOCK-FILENAME
        STRING "day3_lock_" DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
            INTO WS-LOCK-FILENAME

        MOVE "DL100_HISTORY_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-HISTORY-FILENAME
        IF WS-HISTORY-FILENAME = SPACES
            MOVE "runhist.dat" TO WS-HISTORY-FILENAME
        END-IF.

    INITIALIZE-LOG.
        PERFORM DETERMINE-INPUT-DATASET
        PERFORM ESTABLISH-RUN-LOCK
        PERFORM LOAD-CHECKPOINT-IF-PRESENT

        SET WS-INPUT-PRESENT TO TRUE
        OPEN INPUT inputFile
        IF WS-INPUT-FILE-STATUS NOT = "00"
            DISPLAY "INITIALIZE-LOG: input extract "
                FUNCTION TRIM(WS-INPUT-DATASET-NAME)
                " missing or unreadable (status "
                WS-INPUT-FILE-STATUS ")"
            SET WS-INPUT-MISSING TO TRUE
        ELSE
            PERFORM OPEN-EXCEPTION-AND-AUDIT-FILES

            IF WS-LINES-READ > 0
                PERFORM SKIP-ALREADY-PROCESSED-LINES
            END-IF

            PERFORM UNTIL EOF-REACHED
                READ inputFile INTO inputFileRecord
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LINES-READ
                        PERFORM PROCESS-LOG-LINE
                        IF WS-LINES-READ - WS-LAST-CHECKPOINT
                                >= WS-CHECKPOINT-INTERVAL
                            PERFORM WRITE-CHECKPOINT
                        END-IF
                END-READ
            END-PERFORM

            PERFORM DELETE-CHECKPOINT-FILE

            CLOSE inputFile
            CLOSE exceptionFile
            CLOSE auditFile
        END-IF.

    PROCESS-LOG-LINE.
        IF inputFileRecord(WS-MAX-LINE-LEN:1) NOT = SPACE
            ADD 1 TO WS-TRUNCATED-COUNT
            ADD 1 TO WS-REJECTED-COUNT
            MOVE SPACES TO exceptionFileRecord
            STRING "LINE " WS-LINES-READ
                   " FILLS THE " WS-MAX-LINE-LEN
                   "-BYTE RECORD - TEXT PAST THAT POINT MAY HAVE"
                   " BEEN LOST"
                DELIMITED BY SIZE INTO exceptionFileRecord
            WRITE exceptionFileRecord
            DISPLAY "PROCESS-LOG-LINE: line " WS-LINES-READ
                " fills the input record - possible truncation"
        END-IF

        PERFORM SCAN-INSTRUCTION-LINE.

    LOAD-CHECKPOINT-IF-PRESENT.
        MOVE 0 TO WS-LINES-READ
        MOVE 0 TO WS-REJECTED-COUNT
        MOVE 0 TO WS-TRUNCATED-COUNT
        MOVE 0 TO WS-LAST-CHECKPOINT
        MOVE 0 TO WS-MUL-COUNT
        MOVE 0 TO WS-ENABLED-COUNT
        MOVE 0 TO WS-MUL-TOTAL
        MOVE 0 TO WS-ENABLED-TOTAL
        MOVE 0 TO WS-DO-COUNT
        MOVE 0 TO WS-DONT-COUNT
        SET WS-MUL-ENABLED TO TRUE

        OPEN INPUT checkpointFile
        IF WS-CKPT-FILE-STATUS = "00"
            READ checkpointFile INTO checkpointFileRecord
                AT END
                    MOVE SPACES TO checkpointFileRecord
            END-READ
            CLOSE checkpointFile
            MOVE 'Y' TO WS-CKPT-STATE
            MOVE 0 TO WS-CKPT-DO
            MOVE 0 TO WS-CKPT-DONT
            MOVE 0 TO WS-CKPT-TRUNCATED
            UNSTRING checkpointFileRecord DELIMITED BY SPACE
                INTO trash, WS-CKPT-LINES-READ,
                     trash, WS-CKPT-REJECTED,
                     trash, WS-CKPT-INSTR,
                     trash, WS-CKPT-ENABLED,
                     trash, WS-CKPT-TOTAL,
                     trash, WS-CKPT-ENABLED-TOTAL,
                     trash, WS-CKPT-STATE,
                     trash, WS-CKPT-DO,
                     trash, WS-CKPT-DONT,
                     trash, WS-CKPT-TRUNCATED
            END-UNSTRING
            MOVE WS-CKPT-LINES-READ TO WS-LINES-READ
            MOVE WS-CKPT-REJECTED TO WS-REJECTED-COUNT
            MOVE WS-CKPT-TRUNCATED TO WS-TRUNCATED-COUNT
            MOVE WS-CKPT-INSTR TO WS-MUL-COUNT
            MOVE WS-CKPT-ENABLED TO WS-ENABLED-COUNT
            MOVE WS-CKPT-TOTAL TO WS-MUL-TOTAL
            MOVE WS-CKPT-ENABLED-TOTAL TO WS-ENABLED-TOTAL
            MOVE WS-CKPT-STATE TO WS-MUL-STATE-SW
            MOVE WS-CKPT-DO TO WS-DO-COUNT
            MOVE WS-CKPT-DONT TO WS-DONT-COUNT
            MOVE WS-LINES-READ TO WS-LAST-CHECKPOINT
            IF WS-LINES-READ > 0
                DISPLAY "RESTART: resuming from checkpoint at"
                    " record " WS-LINES-READ
            END-IF
        ELSE
            CLOSE checkpointFile
        END-IF.

    SKIP-ALREADY-PROCESSED-LINES.
        MOVE 0 TO WS-SKIP-COUNT
        PERFORM UNTIL WS-SKIP-COUNT >= WS-LINES-READ OR EOF-REACHED
            READ inputFile INTO inputFileRecord
                AT END
                    SET EOF-REACHED TO TRUE
                NOT AT END
                    ADD 1 TO WS-SKIP-COUNT
            END-READ
        END-PERFORM.

    WRITE-CHECKPOINT.
        OPEN OUTPUT checkpointFile
        MOVE WS-MUL-TOTAL TO WS-MUL-TOTAL-DISPLAY
        MOVE WS-ENABLED-TOTAL TO WS-ENABLED-TOTAL-DISPLAY
        MOVE SPACES TO checkpointFileRecord
        STRING "LINESREAD " WS-LINES-READ
               " REJECTED " WS-REJECTED-COUNT
               " INSTR " WS-MUL-COUNT
               " ENABLED " WS-ENABLED-COUNT
               " TOTAL " WS-MUL-TOTAL-DISPLAY
               " ENTOTAL " WS-ENABLED-TOTAL-DISPLAY
               " STATE " WS-MUL-STATE-SW
               " DO " WS-DO-COUNT
               " DONT " WS-DONT-COUNT
               " TRUNC " WS-TRUNCATED-COUNT
            DELIMITED BY SIZE INTO checkpointFileRecord
        WRITE checkpointFileRecord
        CLOSE checkpointFile
        MOVE WS-LINES-READ TO WS-LAST-CHECKPOINT
        DISPLAY "CHECKPOINT: " WS-LINES-READ
            " records committed to " WS-CHECKPOINT-FILENAME.

    DELETE-CHECKPOINT-FILE.
        DELETE FILE checkpointFile
        IF WS-CKPT-FILE-STATUS = "00"
            DISPLAY "INITIALIZE-LOG: run complete - checkpoint "
                WS-CHECKPOINT-FILENAME " cleared"
        END-IF.

    ESTABLISH-RUN-LOCK.
        MOVE "DL300_LOCK_STALE_MINUTES" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-LOCK-STALE-PARM
        IF WS-LOCK-STALE-PARM NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-LOCK-STALE-PARM) = 0
            MOVE FUNCTION NUMVAL(WS-LOCK-STALE-PARM)
                TO WS-LOCK-STALE-MINUTES
        END-IF

        ACCEPT WS-LOCK-TODAY FROM DATE YYYYMMDD
        ACCEPT WS-LOCK-NOW-TIME FROM TIME

        OPEN INPUT lockFile
        IF WS-LOCK-FILE-STATUS = "00"
            READ lockFile INTO lockFileRecord
                AT END
                    MOVE SPACES TO lockFileRecord
            END-READ
            CLOSE lockFile
            PERFORM CHECK-LOCK-STALENESS
            IF WS-LOCK-AGE-MIN <= WS-LOCK-STALE-MINUTES
                DISPLAY "ESTABLISH-RUN-LOCK: run already in flight"
                    " for " WS-RUN-DATE-X " - lock "
                    FUNCTION TRIM(WS-LOCK-FILENAME) " says '"
                    FUNCTION TRIM(lockFileRecord)
                    "'. Resubmit after it finishes, or remove the"
                    " lock if that run abended."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            ELSE
                MOVE WS-LOCK-AGE-MIN TO WS-LOCK-AGE-DISPLAY
                DISPLAY "ESTABLISH-RUN-LOCK: stale lock '"
                    FUNCTION TRIM(lockFileRecord)
                    "' overridden after "
                    FUNCTION TRIM(WS-LOCK-AGE-DISPLAY) " minutes"
                PERFORM WRITE-LOCK-OVERRIDE-ALERT
            END-IF
        ELSE
            CLOSE lockFile
        END-IF

        PERFORM WRITE-RUN-LOCK.

    CHECK-LOCK-STALENESS.
        MOVE 0 TO WS-LOCK-REC-DATE
        MOVE 0 TO WS-LOCK-REC-TIME
        UNSTRING lockFileRecord DELIMITED BY ALL SPACE
            INTO trash, WS-LOCK-REC-DATE, WS-LOCK-REC-TIME
        END-UNSTRING

        COMPUTE WS-LOCK-NOW-MIN =
            (WS-LOCK-NOW-HH * 60) + WS-LOCK-NOW-MM
        COMPUTE WS-LOCK-REC-MIN =
            (WS-LOCK-REC-HH * 60) + WS-LOCK-REC-MM
      *> True age in minutes even across midnight, so a run locked
      *> at 23:55 is still protected at 00:05. A lock whose date
      *> will not parse ages out to well past any threshold.
        IF WS-LOCK-REC-DATE = 0
            COMPUTE WS-LOCK-AGE-MIN = WS-LOCK-STALE-MINUTES + 1
        ELSE
            COMPUTE WS-LOCK-AGE-MIN =
                ((FUNCTION INTEGER-OF-DATE(WS-LOCK-TODAY)
                  - FUNCTION INTEGER-OF-DATE(WS-LOCK-REC-DATE))
                 * 1440)
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
        STRING "STALE LOCK OVERRIDDEN PROGRAM=Day3Driver RUN="
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
        STRING "LOCKED " WS-LOCK-TODAY
               " " WS-LOCK-NOW-TIME(1:6)
               " RUN=" WS-RUN-DATE-X
            DELIMITED BY SIZE INTO lockFileRecord
        WRITE lockFileRecord
        CLOSE lockFile
        SET WS-LOCK-HELD TO TRUE.

    RELEASE-RUN-LOCK.
        IF WS-LOCK-HELD
            DELETE FILE lockFile
            SET WS-LOCK-NOT-HELD TO TRUE
        END-IF.

    OPEN-EXCEPTION-AND-AUDIT-FILES.
        IF WS-LINES-READ > 0
            OPEN EXTEND exceptionFile
            IF WS-EXC-FILE-STATUS = "35"
                OPEN OUTPUT exceptionFile
            END-IF
            OPEN EXTEND auditFile
            IF WS-AUDIT-FILE-STATUS = "35"
                OPEN OUTPUT auditFile
            END-IF
        ELSE
            OPEN OUTPUT exceptionFile
            OPEN OUTPUT auditFile
        END-IF.
