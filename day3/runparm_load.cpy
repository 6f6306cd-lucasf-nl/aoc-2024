      *> ---------------------------------------------------------------
      *> RUNPARM_LOAD.CPY (day3)
      *>
      *> Central run-parameter handling, shared with the day1 feed -
      *> one shop dataset (runparms.txt, or the DL100_PARM_DATASET
      *> override) carries the DL100, DL200 and DL300 keys together, so
      *> the dataset name and its override are deliberately the same
      *> as day1's. One "KEY VALUE" pair per line:
      *>
      *>   DL100_TOL_PCT 15
      *>   DL100_LARGE_EXTRACT N
      *>
      *> LOAD-PARM-DATASET reads the dataset once at startup.
      *> GET-EFFECTIVE-PARM resolves one key: the dataset value if
      *> listed, then the same-named environment variable as an
      *> override - so an ad-hoc rerun can still bend one setting
      *> without editing the shop dataset. Every resolved key lands
      *> in the echo table, and WRITE-PARAMETER-ECHO writes the lot
      *> as a PARAMETERS section at the top of the report, so each
      *> run documents the settings it actually ran with.
      *>
      *> A key in neither place comes back as SPACES and the caller
      *> keeps its built-in default, exactly as the old bare ACCEPT
      *> FROM ENVIRONMENT behaved.
      *> ---------------------------------------------------------------
    LOAD-PARM-DATASET.
        MOVE 0 TO WS-RP-ENTRY-COUNT
        MOVE 0 TO WS-ECHO-COUNT

        MOVE SPACES TO WS-PARM-DATASET-NAME
        ACCEPT WS-PARM-DATASET-NAME
            FROM ENVIRONMENT "DL100_PARM_DATASET"
        IF WS-PARM-DATASET-NAME = SPACES
            MOVE "runparms.txt" TO WS-PARM-DATASET-NAME
        END-IF

        OPEN INPUT parmFile
        IF WS-PARM-FILE-STATUS NOT = "00"
            CLOSE parmFile
            DISPLAY "LOAD-PARM-DATASET: no parameter dataset "
                FUNCTION TRIM(WS-PARM-DATASET-NAME)
                " - environment variables and defaults only"
        ELSE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ parmFile INTO parmFileRecord
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        PERFORM LOAD-ONE-PARM-LINE
                END-READ
            END-PERFORM
            CLOSE parmFile
            MOVE 'N' TO EOF
            DISPLAY "LOAD-PARM-DATASET: " WS-RP-ENTRY-COUNT
                " parameters loaded from "
                FUNCTION TRIM(WS-PARM-DATASET-NAME)
        END-IF.

      *> Lines without two tokens (blank lines, comments) are skipped
      *> quietly; a duplicated key keeps its first value so the top
      *> of the dataset wins, which is easier to reason about than
      *> last-wins when someone appends a test line and forgets it.
    LOAD-ONE-PARM-LINE.
        MOVE SPACES TO WS-RP-KEY
        MOVE SPACES TO WS-RP-VALUE
        UNSTRING FUNCTION TRIM(parmFileRecord)
            DELIMITED BY ALL SPACE
            INTO WS-RP-KEY, WS-RP-VALUE
        END-UNSTRING

        IF WS-RP-KEY NOT = SPACES AND WS-RP-VALUE NOT = SPACES
                AND WS-RP-KEY(1:1) NOT = "*"
            PERFORM FIND-PARM-ENTRY
            IF WS-RP-NOT-FOUND
                IF WS-RP-ENTRY-COUNT >= WS-RP-MAX-ENTRIES
                    DISPLAY "LOAD-PARM-DATASET: parameter table"
                        " capacity of " WS-RP-MAX-ENTRIES
                        " exceeded - remaining lines ignored"
                    SET EOF-REACHED TO TRUE
                ELSE
                    ADD 1 TO WS-RP-ENTRY-COUNT
                    MOVE WS-RP-KEY
                        TO RUN-PARM-KEY(WS-RP-ENTRY-COUNT)
                    MOVE WS-RP-VALUE
                        TO RUN-PARM-VALUE(WS-RP-ENTRY-COUNT)
                END-IF
            END-IF
        END-IF.

    FIND-PARM-ENTRY.
        SET WS-RP-NOT-FOUND TO TRUE
        PERFORM VARYING WS-RP-IX FROM 1 BY 1
                UNTIL WS-RP-IX > WS-RP-ENTRY-COUNT
                    OR WS-RP-FOUND
            IF RUN-PARM-KEY(WS-RP-IX) = WS-RP-KEY
                SET WS-RP-FOUND TO TRUE
            END-IF
        END-PERFORM.

    GET-EFFECTIVE-PARM.
        MOVE SPACES TO WS-RP-VALUE
        MOVE '-' TO WS-RP-SOURCE

        PERFORM FIND-PARM-ENTRY
        IF WS-RP-FOUND
            SUBTRACT 1 FROM WS-RP-IX
            MOVE RUN-PARM-VALUE(WS-RP-IX) TO WS-RP-VALUE
            MOVE 'D' TO WS-RP-SOURCE
        END-IF

        MOVE SPACES TO WS-RP-ENV-VALUE
        ACCEPT WS-RP-ENV-VALUE FROM ENVIRONMENT WS-RP-KEY
        IF WS-RP-ENV-VALUE NOT = SPACES
            MOVE WS-RP-ENV-VALUE TO WS-RP-VALUE
            MOVE 'E' TO WS-RP-SOURCE
        END-IF

        PERFORM RECORD-PARM-ECHO.

      *> A key resolved twice (range runs resolve per day) keeps one
      *> echo line carrying its latest effective value.
    RECORD-PARM-ECHO.
        MOVE 'N' TO WS-RP-FOUND-SW
        PERFORM VARYING WS-ECHO-IX FROM 1 BY 1
                UNTIL WS-ECHO-IX > WS-ECHO-COUNT
                    OR WS-RP-FOUND
            IF PARM-ECHO-KEY(WS-ECHO-IX) = WS-RP-KEY
                MOVE WS-RP-VALUE TO PARM-ECHO-VALUE(WS-ECHO-IX)
                MOVE WS-RP-SOURCE TO PARM-ECHO-SOURCE(WS-ECHO-IX)
                SET WS-RP-FOUND TO TRUE
            END-IF
        END-PERFORM
        IF WS-RP-NOT-FOUND
            IF WS-ECHO-COUNT < WS-ECHO-MAX-ENTRIES
                ADD 1 TO WS-ECHO-COUNT
                MOVE WS-RP-KEY TO PARM-ECHO-KEY(WS-ECHO-COUNT)
                MOVE WS-RP-VALUE TO PARM-ECHO-VALUE(WS-ECHO-COUNT)
                MOVE WS-RP-SOURCE
                    TO PARM-ECHO-SOURCE(WS-ECHO-COUNT)
            END-IF
        END-IF.

    WRITE-PARAMETER-ECHO.
        MOVE SPACES TO reportFileRecord
        STRING "---- PARAMETERS (DATASET: "
               FUNCTION TRIM(WS-PARM-DATASET-NAME) ") ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        PERFORM VARYING WS-ECHO-IX FROM 1 BY 1
                UNTIL WS-ECHO-IX > WS-ECHO-COUNT
            EVALUATE PARM-ECHO-SOURCE(WS-ECHO-IX)
                WHEN 'E'
                    MOVE "ENVIRONMENT" TO WS-ECHO-SOURCE-TEXT
                WHEN 'D'
                    MOVE "DATASET" TO WS-ECHO-SOURCE-TEXT
                WHEN OTHER
                    MOVE "DEFAULT" TO WS-ECHO-SOURCE-TEXT
            END-EVALUATE
            MOVE SPACES TO reportFileRecord
            IF PARM-ECHO-VALUE(WS-ECHO-IX) = SPACES
                STRING FUNCTION TRIM(PARM-ECHO-KEY(WS-ECHO-IX))
                       "=(UNSET - BUILT-IN DEFAULT APPLIES)"
                    DELIMITED BY SIZE INTO reportFileRecord
            ELSE
                STRING FUNCTION TRIM(PARM-ECHO-KEY(WS-ECHO-IX))
                       "="
                       FUNCTION TRIM(PARM-ECHO-VALUE(WS-ECHO-IX))
                       "  ("
                       FUNCTION TRIM(WS-ECHO-SOURCE-TEXT) ")"
                    DELIMITED BY SIZE INTO reportFileRecord
            END-IF
            WRITE reportFileRecord
        END-PERFORM.
