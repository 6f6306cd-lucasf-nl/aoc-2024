      *> rows are echoed to the audit file and graded by
      *> GRADE-REPORT-ROW (grade_calculate.cpy), which writes one
      *> verdict line per graded row to the day's verdict file for
      *> the safety desk, and - while a candidate rule profile is
      *> under review - one comparison line per row whose verdict the
      *> candidate would change. Progress is
      *> checkpointed every WS-CHECKPOINT-INTERVAL lines so a
      *> late-batch abend restarts at the true line position, exactly
      *> as the day1 INITIALIZE-GRID conventions do; the checkpoint
      *> is deleted once the read completes. The run lock follows the
      *> day1 pattern too: a live day2_lock marker stops a second
      *> submission hard, a stale one is overridden. The checkpoint
      *> carries the rule profiles the run was grading under, and a
      *> restart under different profiles is refused rather than
      *> finishing the day's counts under two rule sets.
      *> ---------------------------------------------------------------
    DETERMINE-INPUT-DATASET.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ".txt" DELIMITED BY SIZE
            INTO WS-VERDICT-FILENAME

        MOVE SPACES TO WS-COMPARE-FILENAME
        STRING "day2_compare_" DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
            INTO WS-COMPARE-FILENAME

        MOVE SPACES TO WS-LOCK-FILENAME
        STRING "day2_lock_" DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
            INTO WS-LOCK-FILENAME

        MOVE "DL100_HISTORY_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-HISTORY-FILENAME
        IF WS-HISTORY-FILENAME = SPACES
            MOVE "runhist.dat" TO WS-HISTORY-FILENAME
        END-IF.

    INITIALIZE-REPORTS.
        PERFORM DETERMINE-INPUT-DATASET
                WS-INPUT-FILE-STATUS ")"
            SET WS-INPUT-MISSING TO TRUE
        ELSE
            PERFORM STAMP-EXTRACT-FOUND
            PERFORM OPEN-EXCEPTION-AND-AUDIT-FILES

            IF WS-LINES-READ > 0
            CLOSE exceptionFile
            CLOSE auditFile
            CLOSE verdictFile
            IF WS-CANDIDATE-ACTIVE
                CLOSE compareFile
            END-IF
        END-IF.

    PROCESS-REPORT-LINE.
        MOVE 0 TO WS-LAST-CHECKPOINT
        MOVE 0 TO WS-SAFE-STRICT
        MOVE 0 TO WS-SAFE-TOLERANT
        MOVE 0 TO WS-CAND-SAFE-STRICT
        MOVE 0 TO WS-CAND-SAFE-TOLERANT
        MOVE 0 TO WS-CAND-CHANGED
        MOVE 0 TO WS-CKPT-CAND-SAFE
        MOVE 0 TO WS-CKPT-CAND-SAFETOL
        MOVE 0 TO WS-CKPT-CAND-CHANGED
        MOVE SPACES TO WS-CKPT-PROFILE
        MOVE SPACES TO WS-CKPT-CANDIDATE
        PERFORM SET-CANDIDATE-CKPT-LABEL

        OPEN INPUT checkpointFile
        IF WS-CKPT-FILE-STATUS = "00"
                     trash, WS-CKPT-REJECTED,
                     trash, WS-CKPT-ROWS,
                     trash, WS-CKPT-SAFE,
                     trash, WS-CKPT-SAFETOL,
                     trash, WS-CKPT-CAND-SAFE,
                     trash, WS-CKPT-CAND-SAFETOL,
                     trash, WS-CKPT-CAND-CHANGED,
                     trash, WS-CKPT-PROFILE,
                     trash, WS-CKPT-CANDIDATE
            END-UNSTRING
            PERFORM CHECK-CHECKPOINT-PROFILES
            MOVE WS-CKPT-LINES-READ TO WS-LINES-READ
            MOVE WS-CKPT-REJECTED TO WS-REJECTED-COUNT
            MOVE WS-CKPT-ROWS TO WS-ROWS-GRADED
            MOVE WS-CKPT-SAFE TO WS-SAFE-STRICT
            MOVE WS-CKPT-SAFETOL TO WS-SAFE-TOLERANT
            MOVE WS-CKPT-CAND-SAFE TO WS-CAND-SAFE-STRICT
            MOVE WS-CKPT-CAND-SAFETOL TO WS-CAND-SAFE-TOLERANT
            MOVE WS-CKPT-CAND-CHANGED TO WS-CAND-CHANGED
            MOVE WS-LINES-READ TO WS-LAST-CHECKPOINT
            IF WS-LINES-READ > 0
                DISPLAY "RESTART: resuming from checkpoint at"
            CLOSE checkpointFile
        END-IF.

      *> A checkpoint written before profiles were recorded carries
      *> none and is taken as it stands.
    CHECK-CHECKPOINT-PROFILES.
        IF WS-CKPT-PROFILE NOT = SPACES
            IF WS-CKPT-PROFILE NOT = PF-LABEL(1)
                    OR WS-CKPT-CANDIDATE NOT = WS-CKPT-CAND-WANTED
                DISPLAY "LOAD-CHECKPOINT-IF-PRESENT: checkpoint "
                    FUNCTION TRIM(WS-CHECKPOINT-FILENAME)
                    " was graded under PROFILE "
                    FUNCTION TRIM(WS-CKPT-PROFILE) " CANDIDATE "
                    FUNCTION TRIM(WS-CKPT-CANDIDATE)
                    " but this run has PROFILE "
                    FUNCTION TRIM(PF-LABEL(1)) " CANDIDATE "
                    FUNCTION TRIM(WS-CKPT-CAND-WANTED)
                    " - restart refused. Resubmit under the"
                    " checkpoint's profiles, or remove the checkpoint"
                    " to regrade the whole day."
                PERFORM RELEASE-RUN-LOCK
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF.

    SET-CANDIDATE-CKPT-LABEL.
        IF WS-CANDIDATE-ACTIVE
            MOVE PF-LABEL(2) TO WS-CKPT-CAND-WANTED
        ELSE
            MOVE "NONE" TO WS-CKPT-CAND-WANTED
        END-IF.

    SKIP-ALREADY-PROCESSED-LINES.
        MOVE 0 TO WS-SKIP-COUNT
        PERFORM UNTIL WS-SKIP-COUNT >= WS-LINES-READ OR EOF-REACHED
               " ROWS " WS-ROWS-GRADED
               " SAFE " WS-SAFE-STRICT
               " SAFETOL " WS-SAFE-TOLERANT
               " CSAFE " WS-CAND-SAFE-STRICT
               " CSAFETOL " WS-CAND-SAFE-TOLERANT
               " CCHANGED " WS-CAND-CHANGED
               " PROFILE " FUNCTION TRIM(PF-LABEL(1))
               " CANDIDATE " FUNCTION TRIM(WS-CKPT-CAND-WANTED)
            DELIMITED BY SIZE INTO checkpointFileRecord
        WRITE checkpointFileRecord
        CLOSE checkpointFile
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
        STRING "STALE LOCK OVERRIDDEN PROGRAM=Day2Driver RUN="
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
            IF WS-VERDICT-FILE-STATUS = "35"
                OPEN OUTPUT verdictFile
            END-IF
            IF WS-CANDIDATE-ACTIVE
                OPEN EXTEND compareFile
                IF WS-COMPARE-FILE-STATUS = "35"
                    OPEN OUTPUT compareFile
                END-IF
            END-IF
        ELSE
            OPEN OUTPUT exceptionFile
            OPEN OUTPUT auditFile
            OPEN OUTPUT verdictFile
            IF WS-CANDIDATE-ACTIVE
                OPEN OUTPUT compareFile
            END-IF
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
