COPY 'grade_working_storage.cpy'.
COPY 'calendar_working_storage.cpy'.
COPY 'runparm_working_storage.cpy'.
COPY 'runhist_working_storage.cpy'.
COPY 'operator_working_storage.cpy'.
COPY 'period_working_storage.cpy'.
COPY 'profile_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
        PERFORM START-RUN-TIMING.
        PERFORM LOAD-PARM-DATASET.
        PERFORM LOAD-PROCESSING-CALENDAR.
        PERFORM LOAD-PERIOD-CONTROL.
        PERFORM CHECK-DAY-PERIOD.

        IF WS-PC-RUN-REFUSED
            MOVE WS-PERIOD-REFUSED-CC TO RETURN-CODE
            STOP RUN
        END-IF

        PERFORM LOAD-RULE-PROFILES.
        PERFORM INITIALIZE-REPORTS.

        IF WS-INPUT-MISSING
            WRITE reportFileRecord
        END-IF

        IF WS-PC-RUN-ADJUSTMENT
            MOVE SPACES TO reportFileRecord
            STRING "**** PRIOR-PERIOD ADJUSTMENT: " WS-RUN-DATE-X
                   " IS IN CLOSED PERIOD " WS-PC-CHECK-PERIOD
                   " - POSTED BY " FUNCTION TRIM(WS-AUTH-OPERATOR)
                   " UNDER OVERRIDE ****"
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        END-IF

        PERFORM WRITE-PROFILE-LINES.
        PERFORM WRITE-SAFETY-REPORT.
        PERFORM WRITE-CANDIDATE-SECTION.
        PERFORM PRINT-CONTROL-TOTALS.
        PERFORM ARCHIVE-RUN.

            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.

      *> The candidate profile beside the live one: its safe counts,
      *> then every row whose verdict it would change, copied from
      *> the day's comparison file. A row that would become safe, or
      *> unsafe, is what the safety desk signs a rule change off on;
      *> strict/tolerant moves are counted as regraded.
    WRITE-CANDIDATE-SECTION.
        IF WS-CANDIDATE-ACTIVE
            MOVE 0 TO WS-CAND-TO-SAFE
            MOVE 0 TO WS-CAND-TO-UNSAFE
            MOVE 0 TO WS-CAND-REGRADED

            MOVE SPACES TO reportFileRecord
            WRITE reportFileRecord
            MOVE "---- CANDIDATE PROFILE COMPARISON ----"
                TO reportFileRecord
            WRITE reportFileRecord
            MOVE SPACES TO reportFileRecord
            STRING "LIVE " FUNCTION TRIM(PF-LABEL(1))
                   "  SAFE (STRICT): " WS-SAFE-STRICT
                   "  SAFE (TOLERANT): " WS-SAFE-TOLERANT
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
            MOVE SPACES TO reportFileRecord
            STRING "CANDIDATE " FUNCTION TRIM(PF-LABEL(2))
                   "  SAFE (STRICT): " WS-CAND-SAFE-STRICT
                   "  SAFE (TOLERANT): " WS-CAND-SAFE-TOLERANT
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord

            IF WS-CAND-CHANGED = 0
                MOVE "NO ROW'S VERDICT WOULD CHANGE"
                    TO reportFileRecord
                WRITE reportFileRecord
            ELSE
                MOVE SPACES TO reportFileRecord
                STRING "LINE          "
                       "LIVE VERDICT   LIVE DETAIL         "
                       "CANDIDATE      CANDIDATE DETAIL    "
                       "READINGS"
                    DELIMITED BY SIZE INTO reportFileRecord
                WRITE reportFileRecord
                OPEN INPUT compareFile
                IF WS-COMPARE-FILE-STATUS NOT = "00"
                    DISPLAY "WRITE-CANDIDATE-SECTION: comparison file "
                        FUNCTION TRIM(WS-COMPARE-FILENAME)
                        " unreadable (status " WS-COMPARE-FILE-STATUS
                        ")"
                ELSE
                    MOVE 'N' TO EOF
                    PERFORM UNTIL EOF-REACHED
                        READ compareFile
                            AT END
                                SET EOF-REACHED TO TRUE
                            NOT AT END
                                PERFORM COPY-COMPARE-LINE
                        END-READ
                    END-PERFORM
                END-IF
                CLOSE compareFile

                MOVE SPACES TO reportFileRecord
                STRING "VERDICTS CHANGED: " WS-CAND-CHANGED
                       "  BECOME SAFE: " WS-CAND-TO-SAFE
                       "  BECOME UNSAFE: " WS-CAND-TO-UNSAFE
                       "  REGRADED STRICT/TOLERANT: " WS-CAND-REGRADED
                    DELIMITED BY SIZE INTO reportFileRecord
                WRITE reportFileRecord
            END-IF
            DISPLAY "Candidate " FUNCTION TRIM(PF-LABEL(2))
                " would change " WS-CAND-CHANGED " verdicts"
        END-IF.

    COPY-COMPARE-LINE.
        EVALUATE TRUE
            WHEN compareFileRecord(15:14) = "UNSAFE"
                ADD 1 TO WS-CAND-TO-SAFE
            WHEN compareFileRecord(50:14) = "UNSAFE"
                ADD 1 TO WS-CAND-TO-UNSAFE
            WHEN OTHER
                ADD 1 TO WS-CAND-REGRADED
        END-EVALUATE
        MOVE compareFileRecord TO reportFileRecord
        WRITE reportFileRecord.

      *> Graded condition codes matching the day1 scheduler contract:
      *> 0 = clean run, 4 = lines were rejected, 12 = the extract was
      *> missing or empty (the missing case stops earlier, inside
      *> INITIALIZE-REPORTS). A run refused before it starts ends
      *> above this scale: 16 = a run for the day is already in
      *> flight, 24 = the date is in a closed period.
    SET-CONDITION-CODE.
        IF WS-LINES-READ = 0
            MOVE 12 TO RETURN-CODE
            MOVE 12 TO RETURN-CODE
        END-IF.

      *> A month MonthEndClose has signed off is closed to further
      *> runs, exactly as in the day1 driver: the run is refused
      *> before the lock is taken or anything is read, unless this
      *> submission carries DL200_PERIOD_OVERRIDE=Y and
      *> DL200_RUN_OPERATOR names an operator holding PRIOR-PERIOD,
      *> in which case it posts as a prior-period adjustment.
    CHECK-DAY-PERIOD.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        MOVE WS-RUN-DATE TO WS-PC-CHECK-DATE
        MOVE "Day2Driver" TO WS-PC-PROGRAM
        MOVE "DL200_PERIOD_OVERRIDE" TO WS-PC-OVERRIDE-KEY
        MOVE "DL200_RUN_OPERATOR" TO WS-PC-OPERATOR-KEY
        PERFORM CHECK-RUN-PERIOD.

    CHECK-ARRIVAL-AGAINST-CALENDAR.
        PERFORM CHECK-PROCESSING-DAY
        IF CAL-NOFEED-DAY OR CAL-HOLIDAY
    COPY 'calendar_check.cpy'.
    COPY 'grade_calculate.cpy'.
    COPY 'control_totals.cpy'.
    COPY 'runhist_write.cpy'.
    COPY 'operator_check.cpy'.
    COPY 'period_check.cpy'.
    COPY 'profile_load.cpy'.

    ARCHIVE-RUN.
        PERFORM CLEAR-HISTORY-RECORD
        MOVE WS-RUN-DATE TO RH-RUN-DATE
        MOVE "Day2Driver" TO RH-PROGRAM
        SET RH-RUN-EVENT TO TRUE
        MOVE WS-INPUT-DATASET-NAME TO RH-INPUT-DATASET
      *> ROWS lets the safety trend turn the safe counts into a rate.
        MOVE WS-ROWS-GRADED TO RH-ROWS
        MOVE WS-SAFE-STRICT TO RH-SAFE
        MOVE WS-SAFE-TOLERANT TO RH-SAFETOL
        MOVE 'Y' TO RH-HAS-ROWS-SW
        MOVE PF-NAME(1) TO RH-PROFILE-NAME
        MOVE PF-VERSION(1) TO RH-PROFILE-VERSION
        PERFORM POST-RUN-TIMING
        PERFORM WRITE-HISTORY-RECORD

        IF WS-PC-RUN-ADJUSTMENT AND WS-HIST-WRITTEN
            PERFORM WRITE-ADJUSTMENT-ENTRY
        END-IF.
