COPY 'similarity_working_storage.cpy'.
COPY 'corrections_working_storage.cpy'.
COPY 'master_working_storage.cpy'.
COPY 'ledger_working_storage.cpy'.
COPY 'interface_working_storage.cpy'.
COPY 'tolerance_working_storage.cpy'.
COPY 'large_working_storage.cpy'.
COPY 'calendar_working_storage.cpy'.
COPY 'runparm_working_storage.cpy'.
COPY 'runhist_working_storage.cpy'.
COPY 'operator_working_storage.cpy'.
COPY 'period_working_storage.cpy'.
COPY 'spike_working_storage.cpy'.

01  WS-RUN-MODE-PARM                PIC X(20) VALUE SPACES.
01  WS-RUN-MODE-SW                  PIC X VALUE 'B'.
        PERFORM LOAD-PARM-DATASET.
        PERFORM DETERMINE-RUN-MODE.
        PERFORM LOAD-PROCESSING-CALENDAR.
        PERFORM LOAD-PERIOD-CONTROL.
        PERFORM DETERMINE-DATE-RANGE.
        PERFORM RESOLVE-REMAINING-PARMS.

        IF RUN-MODE-CORRECTED
            PERFORM CHECK-CORRECTED-RUN-AUTHORITY
        END-IF

        IF RANGE-RUN
            PERFORM PROCESS-DATE-RANGE
        ELSE

      *> A from/to range (DL100_FROM_DATE / DL100_TO_DATE) loops the
      *> whole load-sort-calculate cycle once per day - each day gets
      *> its own report, audit, exception and history entry exactly as
      *> a single-day run would - and finishes with a consolidated
      *> summary of the range. The highest per-day condition code is
      *> the condition code of the whole range run.

    PROCESS-ONE-DAY.
        PERFORM RESET-DAY-STATE
        PERFORM CHECK-DAY-PERIOD

        IF WS-PC-RUN-REFUSED
            MOVE 0 TO WS-LINES-READ
            MOVE 0 TO WS-REJECTED-COUNT
            MOVE WS-PERIOD-REFUSED-CC TO RETURN-CODE
        ELSE
            IF VERIFY-PATHS-MODE
                PERFORM VERIFY-BOTH-PATHS
            ELSE
                IF LARGE-EXTRACT-MODE
                    PERFORM LARGE-EXTRACT-CYCLE
                    PERFORM RELEASE-RUN-LOCK
                ELSE
                    PERFORM STANDARD-DAY-CYCLE
                END-IF
            END-IF
        END-IF.

      *> Once MonthEndClose has signed a month off, a run for any of
      *> its dates would change figures finance has already
      *> reported. The day is refused before anything is read or
      *> written unless this submission carries the prior-period
      *> override (DL100_PERIOD_OVERRIDE=Y) and DL100_RUN_OPERATOR
      *> names an operator holding PRIOR-PERIOD; the run then posts
      *> as a prior-period adjustment.
    CHECK-DAY-PERIOD.
        IF SINGLE-DAY-RUN
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        END-IF
        MOVE WS-RUN-DATE TO WS-PC-CHECK-DATE
        MOVE "Day1Driver" TO WS-PC-PROGRAM
        MOVE "DL100_PERIOD_OVERRIDE" TO WS-PC-OVERRIDE-KEY
        MOVE "DL100_RUN_OPERATOR" TO WS-PC-OPERATOR-KEY
        PERFORM CHECK-RUN-PERIOD.

    WRITE-PRIOR-PERIOD-LINE.
        MOVE SPACES TO reportFileRecord
        STRING "**** PRIOR-PERIOD ADJUSTMENT: " WS-RUN-DATE-X
               " IS IN CLOSED PERIOD " WS-PC-CHECK-PERIOD
               " - POSTED BY " FUNCTION TRIM(WS-AUTH-OPERATOR)
               " UNDER OVERRIDE ****"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.

      *> Before the streaming path is trusted with another
      *> quarter-end: the in-memory grid runs the day for real, the
      *> large path reruns the same extract as a shadow (its
      *> outputs suffixed _VERIFY, no history entry, no master
      *> upserts, no ledger page, no release), and every business
      *> figure the two paths produce is compared. Their audit and
      *> reconciliation output differs by design; TOTAL, SIMSCORE,
      *> the read and reject counts and the interface trailer must
      *> not.
    VERIFY-BOTH-PATHS.
        SET WS-VERIFY-PRIMARY TO TRUE
        PERFORM STANDARD-DAY-CYCLE
      *> or with a genuine large-extract run of the same date.
    APPLY-VERIFY-SUFFIXES.
        MOVE 0 TO WS-RUN-SEQ
        SET WS-RESTART-NONE TO TRUE

        MOVE SPACES TO WS-REPORT-FILENAME
                       WS-RUN-DATE-X DELIMITED BY SIZE
                       "_CORRECTED.txt" DELIMITED BY SIZE
                    INTO WS-RECON-FILENAME
                MOVE SPACES TO WS-SPIKE-FILENAME
                STRING "spikes_" DELIMITED BY SIZE
                       WS-RUN-DATE-X DELIMITED BY SIZE
                       "_CORRECTED.txt" DELIMITED BY SIZE
                    INTO WS-SPIKE-FILENAME
            END-IF

            OPEN OUTPUT reportFile
                PERFORM WRITE-UNEXPECTED-FEED-LINE
            END-IF

            IF WS-PC-RUN-ADJUSTMENT
                PERFORM WRITE-PRIOR-PERIOD-LINE
            END-IF

            SORT COL-1 ON ASCENDING KEY COL-1
            SORT COL-2 ON ASCENDING KEY COL-2

            PERFORM CHECK-RUN-TOLERANCE

            PERFORM PRINT-CONTROL-TOTALS
            PERFORM POST-ID-LEDGER
            PERFORM DETECT-FREQUENCY-SPIKES
            PERFORM ARCHIVE-RUN

            CLOSE reportFile

      *> The interface extract lands under its _STAGED name; an
      *> alert-free day moves it to the name the downstream jobs
      *> poll and posts the auto-release to the run history. A
      *> condition-code-8 day (tolerance breach, capacity halt)
      *> leaves it staged until an operator signs it off through
      *> ReleaseRun - rerunning the downstream job no longer moves

    WRITE-RELEASE-HISTORY-LINE.
        ACCEPT WS-RELEASE-TIME FROM TIME
        PERFORM CLEAR-HISTORY-RECORD
        MOVE WS-RUN-DATE TO RH-RUN-DATE
        MOVE "Day1Driver" TO RH-PROGRAM
        MOVE WS-RUN-SEQ TO RH-RERUN-SEQ
        SET RH-RELEASE-EVENT TO TRUE
        MOVE WS-REL-OPERATOR TO RH-REL-OPERATOR
        MOVE WS-RELEASE-TIME(1:6) TO RH-REL-AT-TIME
        MOVE WS-REL-REASON TO RH-REL-REASON
        PERFORM WRITE-HISTORY-RECORD.

    WRITE-UNEXPECTED-FEED-LINE.
        MOVE SPACES TO reportFileRecord
        SET WS-CAPACITY-CLEAR TO TRUE
        SET WS-INPUT-PRESENT TO TRUE
        SET WS-TOL-CLEAR TO TRUE
        MOVE 0 TO WS-SPIKE-FLAGGED
        SET WS-CAL-DAY-NOT-SKIPPED TO TRUE
        SET WS-CAL-FEED-EXPECTED TO TRUE
        MOVE 0 TO TOTAL
        MOVE 0 TO WS-SIMSCORE-DISPLAY
        MOVE 0 TO WS-FREQ-COUNT
        MOVE 0 TO WS-TOP-N-COUNT
        MOVE 0 TO RETURN-CODE
        PERFORM START-RUN-TIMING.

    RECORD-DAY-SUMMARY.
        MOVE RETURN-CODE TO WS-DAY-CC
        MOVE WS-LINES-READ TO DAY-SUM-READ(WS-DAY-COUNT)
        MOVE WS-REJECTED-COUNT TO DAY-SUM-REJ(WS-DAY-COUNT)
        MOVE WS-DAY-CC TO DAY-SUM-CC(WS-DAY-COUNT)
        IF WS-PC-RUN-REFUSED
            MOVE "CLOSED" TO DAY-SUM-STATUS(WS-DAY-COUNT)
        ELSE
        IF WS-CAL-DAY-SKIPPED
            MOVE "SKIPPED" TO DAY-SUM-STATUS(WS-DAY-COUNT)
        ELSE
            END-IF
        END-IF
        END-IF
        END-IF

        ADD WS-TOTAL-DISPLAY TO WS-RANGE-TOT
        ADD WS-SIMSCORE-DISPLAY TO WS-RANGE-SIM
      *> read short, 12 = the input extract was missing or empty (the
      *> missing case stops earlier, inside INITIALIZE-GRID). The
      *> highest applicable level wins, so downstream distribution is
      *> held whenever the numbers cannot be trusted. A run refused
      *> before it starts ends above this scale: 16 = a run for the
      *> day is already in flight, 20 = the operator may not make a
      *> corrected run, 24 = the date is in a closed period.
    SET-CONDITION-CODE.
        IF WS-LINES-READ = 0
            MOVE 12 TO RETURN-CODE
                            WS-REJECTED-COUNT
                            " lines rejected - condition code 4"
                    ELSE
                        IF WS-SPIKE-FLAGGED > 0
                            MOVE 4 TO RETURN-CODE
                            DISPLAY "SET-CONDITION-CODE: "
                                WS-SPIKE-FLAGGED
                                " IDs outside their frequency"
                                " baseline - condition code 4"
                        ELSE
                            MOVE 0 TO RETURN-CODE
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF.

      *> On a same-day rerun, show what this run restates: the
      *> highest earlier sequence on file for the same date and
      *> program is the superseded run, and the section carries the
      *> delta of TOTAL and SIMSCORE from it so audit can see exactly
      *> what the restatement moved.
    WRITE-RESTATEMENT-SECTION.
        MOVE SPACES TO reportFileRecord
        STRING "---- RESTATEMENT R" WS-RUN-SEQ

        IF WS-PRIOR-NOT-FOUND
            MOVE SPACES TO reportFileRecord
            STRING "NO HISTORY ENTRY FOUND FOR THE SUPERSEDED RUN"
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        ELSE

        DISPLAY "RUN MODE: " WS-RUN-MODE-SW.

      *> A corrected run restates published figures from an
      *> operator-keyed corrections dataset, so it needs an active
      *> operator holding CORRECTED-RUN in the operator register
      *> (DL100_RUN_OPERATOR names them). A refusal is logged and the
      *> run stops before anything is read or written.
    CHECK-CORRECTED-RUN-AUTHORITY.
        PERFORM LOAD-OPERATOR-REGISTER
        MOVE SPACES TO WS-AUTH-OPERATOR
        ACCEPT WS-AUTH-OPERATOR FROM ENVIRONMENT "DL100_RUN_OPERATOR"
        MOVE "CORRECTED-RUN" TO WS-AUTH-FUNCTION
        MOVE "DAY1DRIVER" TO WS-AUTH-PROGRAM
        MOVE SPACES TO WS-AUTH-DETAIL
        IF RANGE-RUN
            STRING "MODE C " WS-FROM-DATE-R " TO " WS-TO-DATE-R
                DELIMITED BY SIZE INTO WS-AUTH-DETAIL
        ELSE
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            STRING "MODE C " WS-RUN-DATE-X
                DELIMITED BY SIZE INTO WS-AUTH-DETAIL
        END-IF
        PERFORM CHECK-OPERATOR-AUTHORITY
        IF NOT WS-AUTH-GRANTED
            MOVE WS-AUTH-REFUSED-CC TO RETURN-CODE
            STOP RUN
        END-IF.

      *> Parameters the run only consults mid-cycle (tolerance bands,
      *> lock staleness and the rest) are resolved once up front as
      *> well, so the PARAMETERS echo at the top of the report is
        PERFORM GET-EFFECTIVE-PARM
        MOVE "DL100_MASTER_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE "DL100_LEDGER_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE "DL100_LOCK_STALE_MINUTES" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE "DL100_TOL_PCT" TO WS-RP-KEY
    COPY 'similarity_calculate.cpy'.
    COPY 'corrections_apply.cpy'.
    COPY 'master_update.cpy'.
    COPY 'ledger_post.cpy'.
    COPY 'spike_check.cpy'.
    COPY 'interface_extract.cpy'.
    COPY 'tolerance_check.cpy'.
    COPY 'large_sort.cpy'.
    COPY 'control_totals.cpy'.
    COPY 'runhist_write.cpy'.
    COPY 'operator_check.cpy'.
    COPY 'period_check.cpy'.

    ARCHIVE-RUN.
        PERFORM CLEAR-HISTORY-RECORD
        MOVE WS-RUN-DATE TO RH-RUN-DATE
        MOVE "Day1Driver" TO RH-PROGRAM
        MOVE WS-RUN-MODE-SW TO RH-MODE
        MOVE WS-RUN-SEQ TO RH-RERUN-SEQ
        SET RH-RUN-EVENT TO TRUE
        MOVE WS-INPUT-DATASET-NAME TO RH-INPUT-DATASET
        IF WS-RUN-SEQ > 0
            MOVE 'Y' TO RH-RESTATEMENT-SW
        END-IF

        IF NOT RUN-MODE-SIMILARITY
            MOVE TOTAL TO WS-TOTAL-DISPLAY
            MOVE WS-TOTAL-DISPLAY TO RH-TOTAL
            MOVE 'Y' TO RH-HAS-TOTAL-SW
        END-IF
        IF NOT RUN-MODE-DISTANCE
            MOVE SIMSCORE TO WS-SIMSCORE-DISPLAY
            MOVE WS-SIMSCORE-DISPLAY TO RH-SIMSCORE
            MOVE 'Y' TO RH-HAS-SIM-SW
        END-IF
        PERFORM POST-RUN-TIMING

        PERFORM WRITE-HISTORY-RECORD

        IF WS-PC-RUN-ADJUSTMENT AND WS-HIST-WRITTEN
            PERFORM WRITE-ADJUSTMENT-ENTRY
        END-IF.
