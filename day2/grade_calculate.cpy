      *> ---------------------------------------------------------------
      *> GRADE_CALCULATE.CPY (day2)
      *>
      *> GRADE-REPORT-ROW grades the parsed level row under the live
      *> safety-rule profile (profile_load.cpy). Strict: every step
      *> between consecutive readings must move in one direction (all
      *> rising or all falling) and by the profile's minimum to
      *> maximum step; a flat step passes only where the profile
      *> allows it. Tolerant: a row that fails strict grading is still
      *> safe if removing up to the profile's removable number of
      *> readings produces a row that passes - fewest removals first,
      *> leftmost readings first. A strictly safe row is always
      *> tolerantly safe.
      *>
      *> CHECK-ROW-SAFETY grades the row skipping the readings flagged
      *> in SKIP-FLAG, so the tolerance pass is the same check run
      *> over each set of removals rather than a second rule engine.
      *>
      *> Every graded row also gets one verdict line on the day's
      *> verdict file: its input line number, the verdict, the
      *> readings a tolerant pass removed, and for unsafe rows the
      *> step position and reason the strict pass failed at - the
      *> detail the safety desk used to re-derive from the raw
      *> extract - stamped with the profile it was graded under.
      *>
      *> When a candidate profile is being reviewed the row is graded
      *> again under it; a row whose verdict would change is written
      *> to the day's comparison file for the report's side-by-side
      *> section. The candidate never touches the live verdicts or
      *> counts.
      *> ---------------------------------------------------------------
    GRADE-REPORT-ROW.
        MOVE 1 TO WS-GRADE-IX
        PERFORM GRADE-UNDER-PROFILE
        EVALUATE WS-ROW-VERDICT
            WHEN "SAFE-STRICT"
                ADD 1 TO WS-SAFE-STRICT
                ADD 1 TO WS-SAFE-TOLERANT
            WHEN "SAFE-TOLERANT"
                ADD 1 TO WS-SAFE-TOLERANT
        END-EVALUATE

        PERFORM WRITE-ROW-VERDICT

        IF WS-CANDIDATE-ACTIVE
            MOVE WS-ROW-VERDICT TO WS-LIVE-VERDICT
            MOVE WS-VERDICT-DETAIL TO WS-LIVE-DETAIL
            MOVE 2 TO WS-GRADE-IX
            PERFORM GRADE-UNDER-PROFILE
            EVALUATE WS-ROW-VERDICT
                WHEN "SAFE-STRICT"
                    ADD 1 TO WS-CAND-SAFE-STRICT
                    ADD 1 TO WS-CAND-SAFE-TOLERANT
                WHEN "SAFE-TOLERANT"
                    ADD 1 TO WS-CAND-SAFE-TOLERANT
            END-EVALUATE
            IF WS-ROW-VERDICT NOT = WS-LIVE-VERDICT
                ADD 1 TO WS-CAND-CHANGED
                PERFORM WRITE-COMPARE-LINE
            END-IF
        END-IF.

    GRADE-UNDER-PROFILE.
        MOVE PF-MIN-STEP(WS-GRADE-IX) TO WS-RULE-MIN-STEP
        MOVE PF-MAX-STEP(WS-GRADE-IX) TO WS-RULE-MAX-STEP
        MOVE PF-MAX-REMOVED(WS-GRADE-IX) TO WS-RULE-MAX-REMOVED
        MOVE PF-FLAT-SW(WS-GRADE-IX) TO WS-RULE-FLAT-SW
        MOVE 0 TO WS-REMOVED-USED
        MOVE SPACES TO SKIP-FLAG-TABLE

        PERFORM CHECK-ROW-SAFETY
        MOVE WS-FAIL-POS TO WS-STRICT-FAIL-POS
        MOVE WS-FAIL-REASON-SW TO WS-STRICT-FAIL-REASON

        IF WS-ROW-SAFE
            MOVE "SAFE-STRICT" TO WS-ROW-VERDICT
        ELSE
            PERFORM VARYING WS-REMOVE-COUNT FROM 1 BY 1
                    UNTIL WS-REMOVE-COUNT > WS-RULE-MAX-REMOVED
                        OR WS-REMOVE-COUNT >= WS-LEVEL-COUNT
                        OR WS-ROW-SAFE
                PERFORM TRY-REMOVALS
            END-PERFORM
            IF WS-ROW-SAFE
                MOVE "SAFE-TOLERANT" TO WS-ROW-VERDICT
            ELSE
                MOVE "UNSAFE" TO WS-ROW-VERDICT
            END-IF
        END-IF

        PERFORM SET-VERDICT-DETAIL.

      *> Every set of WS-REMOVE-COUNT readings, in order: SK-POS holds
      *> the positions removed, ascending, starting from the leftmost.
    TRY-REMOVALS.
        PERFORM VARYING WS-SK-J FROM 1 BY 1
                UNTIL WS-SK-J > WS-REMOVE-COUNT
            MOVE WS-SK-J TO SK-POS(WS-SK-J)
        END-PERFORM

        SET WS-COMBO-MORE TO TRUE
        PERFORM UNTIL WS-ROW-SAFE OR WS-COMBO-DONE
            MOVE SPACES TO SKIP-FLAG-TABLE
            PERFORM VARYING WS-SK-J FROM 1 BY 1
                    UNTIL WS-SK-J > WS-REMOVE-COUNT
                MOVE 'Y' TO SKIP-FLAG(SK-POS(WS-SK-J))
            END-PERFORM
            PERFORM CHECK-ROW-SAFETY
            IF WS-ROW-SAFE
                MOVE WS-REMOVE-COUNT TO WS-REMOVED-USED
            ELSE
                PERFORM NEXT-SKIP-COMBINATION
            END-IF
        END-PERFORM.

      *> Step the rightmost position that still has room, and close
      *> up the positions after it.
    NEXT-SKIP-COMBINATION.
        MOVE 0 TO WS-SK-PIVOT
        PERFORM VARYING WS-SK-J FROM WS-REMOVE-COUNT BY -1
                UNTIL WS-SK-J < 1 OR WS-SK-PIVOT > 0
            IF SK-POS(WS-SK-J)
                    < WS-LEVEL-COUNT - WS-REMOVE-COUNT + WS-SK-J
                MOVE WS-SK-J TO WS-SK-PIVOT
            END-IF
        END-PERFORM

        IF WS-SK-PIVOT = 0
            SET WS-COMBO-DONE TO TRUE
        ELSE
            ADD 1 TO SK-POS(WS-SK-PIVOT)
            COMPUTE WS-SK-J = WS-SK-PIVOT + 1
            PERFORM UNTIL WS-SK-J > WS-REMOVE-COUNT
                COMPUTE SK-POS(WS-SK-J) = SK-POS(WS-SK-J - 1) + 1
                ADD 1 TO WS-SK-J
            END-PERFORM
        END-IF.

      *> WS-TOL-SKIP-TEXT lists the removed readings for the verdict
      *> line; WS-VERDICT-DETAIL is the short form the comparison
      *> lines carry.
    SET-VERDICT-DETAIL.
        MOVE SPACES TO WS-TOL-SKIP-TEXT
        MOVE SPACES TO WS-VERDICT-DETAIL
        EVALUATE WS-STRICT-FAIL-REASON
            WHEN 'R'
                MOVE "DIRECTION-REVERSAL" TO WS-FAIL-REASON-TEXT
                MOVE "REVERSAL" TO WS-FAIL-REASON-SHORT
            WHEN 'F'
                MOVE "FLAT-STEP" TO WS-FAIL-REASON-TEXT
                MOVE "FLAT" TO WS-FAIL-REASON-SHORT
            WHEN 'U'
                MOVE "UNDERSIZED-STEP" TO WS-FAIL-REASON-TEXT
                MOVE "UNDERSIZED" TO WS-FAIL-REASON-SHORT
            WHEN OTHER
                MOVE "OVERSIZED-STEP" TO WS-FAIL-REASON-TEXT
                MOVE "OVERSIZED" TO WS-FAIL-REASON-SHORT
        END-EVALUATE

        EVALUATE WS-ROW-VERDICT
            WHEN "SAFE-TOLERANT"
                MOVE 1 TO WS-SKIP-TEXT-PTR
                PERFORM VARYING WS-SK-J FROM 1 BY 1
                        UNTIL WS-SK-J > WS-REMOVED-USED
                    IF WS-SK-J > 1
                        STRING "," DELIMITED BY SIZE
                            INTO WS-TOL-SKIP-TEXT
                            WITH POINTER WS-SKIP-TEXT-PTR
                    END-IF
                    STRING SK-POS(WS-SK-J) DELIMITED BY SIZE
                        INTO WS-TOL-SKIP-TEXT
                        WITH POINTER WS-SKIP-TEXT-PTR
                END-PERFORM
                STRING "SKIP " WS-TOL-SKIP-TEXT
                    DELIMITED BY SIZE INTO WS-VERDICT-DETAIL
            WHEN "UNSAFE"
                STRING "STEP " WS-STRICT-FAIL-POS " "
                       WS-FAIL-REASON-SHORT
                    DELIMITED BY SIZE INTO WS-VERDICT-DETAIL
        END-EVALUATE.

    WRITE-ROW-VERDICT.
        MOVE SPACES TO verdictFileRecord
            WHEN "SAFE-STRICT"
                STRING "LINE " WS-LINES-READ
                       " VERDICT=SAFE-STRICT"
                       " PROFILE=" FUNCTION TRIM(PF-LABEL(1))
                    DELIMITED BY SIZE INTO verdictFileRecord
            WHEN "SAFE-TOLERANT"
                IF WS-REMOVED-USED = 1
                    MOVE "SKIPPED-READING=" TO WS-SKIP-KEYWORD
                ELSE
                    MOVE "SKIPPED-READINGS=" TO WS-SKIP-KEYWORD
                END-IF
                STRING "LINE " WS-LINES-READ
                       " VERDICT=SAFE-TOLERANT "
                       FUNCTION TRIM(WS-SKIP-KEYWORD)
                       FUNCTION TRIM(WS-TOL-SKIP-TEXT)
                       " PROFILE=" FUNCTION TRIM(PF-LABEL(1))
                    DELIMITED BY SIZE INTO verdictFileRecord
            WHEN OTHER
                STRING "LINE " WS-LINES-READ
                       " VERDICT=UNSAFE"
                       " AT-STEP=" WS-STRICT-FAIL-POS
                       " REASON="
                       FUNCTION TRIM(WS-FAIL-REASON-TEXT)
                       " PROFILE=" FUNCTION TRIM(PF-LABEL(1))
                    DELIMITED BY SIZE INTO verdictFileRecord
        END-EVALUATE
        WRITE verdictFileRecord.

      *> Fixed columns, so the report can print the lines straight
      *> under its side-by-side heading.
    WRITE-COMPARE-LINE.
        MOVE SPACES TO compareFileRecord
        STRING "LINE " WS-LINES-READ "  "
               WS-LIVE-VERDICT " " WS-LIVE-DETAIL "  "
               WS-ROW-VERDICT " " WS-VERDICT-DETAIL "  "
               FUNCTION TRIM(inputFileRecord)
            DELIMITED BY SIZE INTO compareFileRecord
        WRITE compareFileRecord.

    CHECK-ROW-SAFETY.
        SET WS-ROW-SAFE TO TRUE
        MOVE 0 TO WS-DIRECTION
        PERFORM VARYING WS-CHK-IX FROM 1 BY 1
                UNTIL WS-CHK-IX > WS-LEVEL-COUNT
                    OR WS-ROW-UNSAFE
            IF SKIP-FLAG(WS-CHK-IX) NOT = 'Y'
                PERFORM CHECK-ONE-STEP
            END-IF
        END-PERFORM.

      *> The first retained reading just primes WS-PREV-LEVEL; each
      *> later one must step within the profile's limits in the row's
      *> established direction. A permitted flat step leaves the
      *> direction as it was.
    CHECK-ONE-STEP.
        IF WS-PAIRS-SEEN = 0
            MOVE LEVEL-ENTRY(WS-CHK-IX) TO WS-PREV-LEVEL
        ELSE
            COMPUTE WS-STEP =
                LEVEL-ENTRY(WS-CHK-IX) - WS-PREV-LEVEL
            EVALUATE TRUE
                WHEN WS-STEP = 0
                    IF NOT WS-RULE-FLAT-ALLOWED
                        SET WS-ROW-UNSAFE TO TRUE
                        MOVE WS-CHK-IX TO WS-FAIL-POS
                        SET WS-FAIL-FLAT-STEP TO TRUE
                    END-IF
                WHEN FUNCTION ABS(WS-STEP) < WS-RULE-MIN-STEP
                    SET WS-ROW-UNSAFE TO TRUE
                    MOVE WS-CHK-IX TO WS-FAIL-POS
                    SET WS-FAIL-SMALL-STEP TO TRUE
                WHEN FUNCTION ABS(WS-STEP) > WS-RULE-MAX-STEP
                    SET WS-ROW-UNSAFE TO TRUE
                    MOVE WS-CHK-IX TO WS-FAIL-POS
                    SET WS-FAIL-BAD-STEP TO TRUE
                WHEN OTHER
                    IF WS-DIRECTION = 0
                        IF WS-STEP > 0
                            MOVE 1 TO WS-DIRECTION
                        ELSE
                            MOVE -1 TO WS-DIRECTION
                        END-IF
                    ELSE
                        IF (WS-DIRECTION = 1 AND WS-STEP < 0)
                                OR (WS-DIRECTION = -1 AND WS-STEP > 0)
                            SET WS-ROW-UNSAFE TO TRUE
                            MOVE WS-CHK-IX TO WS-FAIL-POS
                            SET WS-FAIL-REVERSAL TO TRUE
                        END-IF
                    END-IF
                    MOVE LEVEL-ENTRY(WS-CHK-IX) TO WS-PREV-LEVEL
            END-EVALUATE
        END-IF.
