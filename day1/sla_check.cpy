      *> ---------------------------------------------------------------
      *> SLA_CHECK.CPY
      *>
      *> The feed SLA table. The SLA dataset (slatable.txt, or the
      *> DL100_SLA_DATASET override) is an operator-maintained list of
      *> limits, one per line:
      *>
      *>   SLA feed weekday arrive-by complete-by
      *>
      *>   SLA DAY1 ALL 0630 0800
      *>   SLA DAY1 MON 0730 0900
      *>
      *> The feed is DAY1 or DAY2, the weekday MON ... SUN or ALL, and
      *> both limits are HHMM on the run date itself. A weekday named
      *> outright overrides ALL. A feed and weekday with no limit is
      *> not measured.
      *>
      *> LOAD-SLA-TABLE reads the dataset once per run. CHECK-SLA-DAY
      *> finds the limits for feed WS-SLA-FEED-IX on WS-RUN-DATE.
      *> ---------------------------------------------------------------
    LOAD-SLA-TABLE.
        INITIALIZE SLA-TABLE
        MOVE 0 TO WS-SLA-LINES-LOADED
        SET WS-SLA-NOT-LOADED TO TRUE

        MOVE "DL100_SLA_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-SLA-FILENAME
        IF WS-SLA-FILENAME = SPACES
            MOVE "slatable.txt" TO WS-SLA-FILENAME
        END-IF

        OPEN INPUT slaFile
        IF WS-SLA-FILE-STATUS NOT = "00"
            CLOSE slaFile
            DISPLAY "LOAD-SLA-TABLE: no SLA table "
                FUNCTION TRIM(WS-SLA-FILENAME)
                " - no feed has a limit to measure"
        ELSE
            SET WS-SLA-LOADED TO TRUE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ slaFile
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        PERFORM LOAD-ONE-SLA-LINE
                END-READ
            END-PERFORM
            CLOSE slaFile
            MOVE 'N' TO EOF
            DISPLAY "LOAD-SLA-TABLE: " WS-SLA-LINES-LOADED
                " limits loaded from " FUNCTION TRIM(WS-SLA-FILENAME)
        END-IF.

      *> Lines that are not SLA lines are skipped quietly, so
      *> comments and blank lines are fine. An SLA line that names an
      *> unknown feed or weekday, or a limit that is not a time, is
      *> reported and ignored.
    LOAD-ONE-SLA-LINE.
        MOVE SPACES TO WS-SLA-REC-TYPE
        MOVE SPACES TO WS-SLA-REC-FEED
        MOVE SPACES TO WS-SLA-REC-DAY
        MOVE SPACES TO WS-SLA-REC-ARRIVE
        MOVE SPACES TO WS-SLA-REC-COMPLETE
        UNSTRING FUNCTION TRIM(slaFileRecord) DELIMITED BY ALL SPACE
            INTO WS-SLA-REC-TYPE, WS-SLA-REC-FEED, WS-SLA-REC-DAY,
                 WS-SLA-REC-ARRIVE, WS-SLA-REC-COMPLETE
        END-UNSTRING

        IF WS-SLA-REC-TYPE = "SLA"
            SET WS-SLA-REC-VALID TO TRUE

            MOVE 0 TO WS-SLA-REC-FEED-IX
            PERFORM VARYING WS-SLA-FEED-IX FROM 1 BY 1
                    UNTIL WS-SLA-FEED-IX > WS-SLA-FEED-COUNT
                IF WS-SLA-REC-FEED
                        = WS-SLA-FEED-NAMES(WS-SLA-FEED-IX * 4 - 3:4)
                    MOVE WS-SLA-FEED-IX TO WS-SLA-REC-FEED-IX
                END-IF
            END-PERFORM
            IF WS-SLA-REC-FEED-IX = 0
                SET WS-SLA-REC-INVALID TO TRUE
            END-IF

            MOVE 0 TO WS-SLA-REC-DAY-IX
            IF WS-SLA-REC-DAY NOT = "ALL"
                PERFORM VARYING WS-SLA-DAY-IX FROM 1 BY 1
                        UNTIL WS-SLA-DAY-IX > 7
                    IF WS-SLA-REC-DAY
                            = WS-SLA-DAY-NAMES(WS-SLA-DAY-IX * 3 - 2:3)
                        MOVE WS-SLA-DAY-IX TO WS-SLA-REC-DAY-IX
                    END-IF
                END-PERFORM
                IF WS-SLA-REC-DAY-IX = 0
                    SET WS-SLA-REC-INVALID TO TRUE
                END-IF
            END-IF

            MOVE WS-SLA-REC-ARRIVE TO WS-SLA-HHMM-TEXT
            PERFORM PARSE-SLA-TIME
            MOVE WS-SLA-HHMMSS TO WS-SLA-ARRIVE-BY
            MOVE WS-SLA-REC-COMPLETE TO WS-SLA-HHMM-TEXT
            PERFORM PARSE-SLA-TIME
            MOVE WS-SLA-HHMMSS TO WS-SLA-COMPLETE-BY

            IF WS-SLA-REC-VALID
                ADD 1 TO WS-SLA-LINES-LOADED
                MOVE WS-SLA-REC-FEED-IX TO WS-SLA-FEED-IX
                IF WS-SLA-REC-DAY-IX = 0
                    PERFORM VARYING WS-SLA-DAY-IX FROM 1 BY 1
                            UNTIL WS-SLA-DAY-IX > 7
                        IF NOT SLA-DAY-SET(WS-SLA-FEED-IX,
                                WS-SLA-DAY-IX)
                                OR SLA-SET-FROM-ALL(WS-SLA-FEED-IX,
                                    WS-SLA-DAY-IX)
                            MOVE 'A' TO SLA-SOURCE-SW(WS-SLA-FEED-IX,
                                WS-SLA-DAY-IX)
                            PERFORM STORE-SLA-LIMITS
                        END-IF
                    END-PERFORM
                ELSE
                    MOVE WS-SLA-REC-DAY-IX TO WS-SLA-DAY-IX
                    MOVE 'D' TO SLA-SOURCE-SW(WS-SLA-FEED-IX,
                        WS-SLA-DAY-IX)
                    PERFORM STORE-SLA-LIMITS
                END-IF
            ELSE
                DISPLAY "LOAD-SLA-TABLE: line ignored - "
                    FUNCTION TRIM(slaFileRecord)
            END-IF
        END-IF.

      *> A limit must be four digits, HHMM, a real time of day.
    PARSE-SLA-TIME.
        MOVE 0 TO WS-SLA-HHMMSS
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-SLA-HHMM-TEXT)) NOT = 4
                OR FUNCTION TEST-NUMVAL(WS-SLA-HHMM-TEXT) NOT = 0
            SET WS-SLA-REC-INVALID TO TRUE
        ELSE
            MOVE FUNCTION NUMVAL(WS-SLA-HHMM-TEXT) TO WS-SLA-HHMM
            IF WS-SLA-HH > 23 OR WS-SLA-MM > 59
                SET WS-SLA-REC-INVALID TO TRUE
            ELSE
                COMPUTE WS-SLA-HHMMSS = WS-SLA-HHMM * 100
            END-IF
        END-IF.

    STORE-SLA-LIMITS.
        MOVE WS-SLA-ARRIVE-BY
            TO SLA-ARRIVE-BY(WS-SLA-FEED-IX, WS-SLA-DAY-IX)
        MOVE WS-SLA-COMPLETE-BY
            TO SLA-COMPLETE-BY(WS-SLA-FEED-IX, WS-SLA-DAY-IX).

      *> Day 1 of the INTEGER-OF-DATE epoch is a Monday, so the
      *> integer date modulo 7 is 1 for Monday ... 6 for Saturday and
      *> 0 for Sunday, which the table holds as day 7.
    CHECK-SLA-DAY.
        SET WS-SLA-UNDEFINED TO TRUE
        MOVE 0 TO WS-SLA-ARRIVE-BY
        MOVE 0 TO WS-SLA-COMPLETE-BY
        COMPUTE WS-SLA-DOW = FUNCTION MOD(
            FUNCTION INTEGER-OF-DATE(WS-RUN-DATE), 7)
        IF WS-SLA-DOW = 0
            MOVE 7 TO WS-SLA-DOW
        END-IF
        IF SLA-DAY-SET(WS-SLA-FEED-IX, WS-SLA-DOW)
            SET WS-SLA-DEFINED TO TRUE
            MOVE SLA-ARRIVE-BY(WS-SLA-FEED-IX, WS-SLA-DOW)
                TO WS-SLA-ARRIVE-BY
            MOVE SLA-COMPLETE-BY(WS-SLA-FEED-IX, WS-SLA-DOW)
                TO WS-SLA-COMPLETE-BY
        END-IF.
