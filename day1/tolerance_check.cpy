      *> TOLERANCE_CHECK.CPY
      *>
      *> CHECK-RUN-TOLERANCE reads the most recent comparable entry
      *> (same PROGRAM and MODE) back off the run history and checks
      *> today's TOTAL and SIMSCORE against the operator-set bands:
      *> DL100_TOL_PCT (percent move from the prior run, default 20,
      *> 0 disables) and DL100_TOL_ABS (absolute move, default 0 =
      *> breach switch SET-CONDITION-CODE turns into condition code 8
      *> so the scheduler holds the distribution job.
      *>
      *> It runs before ARCHIVE-RUN posts today's entry, so the run
      *> can never compare against itself. With no comparable prior
      *> entry (first run, new mode) the check is skipped with an
      *> operator message - there is no "normal" to compare against.
            END-IF
        END-IF.

      *> The history is keyed by date, program, mode and rerun
      *> sequence, so the prior run is found by position rather than
      *> by reading the whole file:
      *>   WS-MATCH-ON-MODE - back up from today's own key to the
      *>       nearest earlier Day1Driver run in the same mode;
      *>   WS-MATCH-ON-DATE - read today's Day1Driver entries and keep
      *>       the highest sequence below this run's, the run a
      *>       same-day restatement supersedes.
      *> A run ReverseRun has backed out is passed over either way.
    FIND-PRIOR-COMPARABLE-RUN.
        SET WS-PRIOR-NOT-FOUND TO TRUE
        MOVE 0 TO WS-PRIOR-SEQ
        OPEN INPUT historyFile
        IF WS-HIST-FILE-STATUS = "00"
            IF WS-MATCH-ON-MODE
                PERFORM FIND-PRIOR-RUN-OF-MODE
            ELSE
                PERFORM FIND-SUPERSEDED-RUN
            END-IF
            CLOSE historyFile
        END-IF.

    FIND-PRIOR-RUN-OF-MODE.
        MOVE LOW-VALUES TO RH-KEY
        MOVE WS-RUN-DATE TO RH-RUN-DATE
        MOVE "Day1Driver" TO RH-PROGRAM
        MOVE WS-RUN-MODE-SW TO RH-MODE
        MOVE WS-RUN-SEQ TO RH-RERUN-SEQ
        SET RH-RUN-EVENT TO TRUE

        SET WS-HIST-NOT-EOF TO TRUE
        START historyFile KEY IS LESS THAN RH-KEY
            INVALID KEY
                SET WS-HIST-EOF TO TRUE
        END-START

        PERFORM UNTIL WS-HIST-EOF OR WS-PRIOR-FOUND
            READ historyFile PREVIOUS RECORD
                AT END
                    SET WS-HIST-EOF TO TRUE
                NOT AT END
                    IF RH-PROGRAM = "Day1Driver"
                            AND RH-RUN-EVENT
                            AND NOT RH-REVERSED
                            AND RH-MODE(1:1) = WS-RUN-MODE-SW
                        PERFORM TAKE-PRIOR-FIGURES
                    END-IF
            END-READ
        END-PERFORM.

    FIND-SUPERSEDED-RUN.
        MOVE LOW-VALUES TO RH-KEY
        MOVE WS-RUN-DATE TO RH-RUN-DATE
        MOVE "Day1Driver" TO RH-PROGRAM

        SET WS-HIST-NOT-EOF TO TRUE
        START historyFile KEY IS NOT LESS THAN RH-KEY
            INVALID KEY
                SET WS-HIST-EOF TO TRUE
        END-START

        PERFORM UNTIL WS-HIST-EOF
            READ historyFile NEXT RECORD
                AT END
                    SET WS-HIST-EOF TO TRUE
                NOT AT END
                    IF RH-RUN-DATE NOT = WS-RUN-DATE
                            OR RH-PROGRAM NOT = "Day1Driver"
                        SET WS-HIST-EOF TO TRUE
                    ELSE
                        IF RH-RUN-EVENT
                                AND NOT RH-REVERSED
                                AND RH-RERUN-SEQ < WS-RUN-SEQ
                                AND (WS-PRIOR-NOT-FOUND
                                    OR RH-RERUN-SEQ >= WS-PRIOR-SEQ)
                            PERFORM TAKE-PRIOR-FIGURES
                            MOVE RH-RERUN-SEQ TO WS-PRIOR-SEQ
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

    TAKE-PRIOR-FIGURES.
        SET WS-PRIOR-FOUND TO TRUE
        MOVE RH-TOTAL TO WS-PRIOR-TOTAL
        MOVE RH-SIMSCORE TO WS-PRIOR-SIMSCORE
        MOVE RH-HAS-TOTAL-SW TO WS-PRIOR-HAS-TOTAL-SW
        MOVE RH-HAS-SIM-SW TO WS-PRIOR-HAS-SIM-SW.

    COMPARE-AGAINST-PRIOR.
        IF (RUN-MODE-DISTANCE OR RUN-MODE-BOTH OR RUN-MODE-CORRECTED)
