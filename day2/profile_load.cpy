      *> ---------------------------------------------------------------
      *> PROFILE_LOAD.CPY (day2)
      *>
      *> The safety-rule profiles. The profile dataset
      *> (day2_profiles.txt, or the DL200_PROFILE_DATASET override) is
      *> maintained by the safety desk, one named, versioned rule set
      *> per line:
      *>
      *>   PROFILE name version min-step max-step removable flat
      *>
      *>   PROFILE STANDARD 1 1 3 1 N
      *>   PROFILE HEAVYPLANT 2 1 5 2 Y
      *>
      *> A step between consecutive readings must be min-step to
      *> max-step in size, one direction for the whole row; a flat
      *> step (no change) passes only where flat is Y, and neither
      *> sets nor breaks the direction. A row that fails may still be
      *> safe-tolerant with up to "removable" readings taken out
      *> (0 to 7). The version is 1 to 999.
      *>
      *> DL200_RULE_PROFILE names the live profile, NAME for the
      *> highest version on file or NAME/VVV for one version. It
      *> defaults to STANDARD; a STANDARD the dataset does not hold is
      *> the built-in STANDARD/000, the rules the feed has always been
      *> graded under. Any other profile that cannot be found refuses
      *> the run - grading a day under the wrong rules is worse than
      *> not grading it.
      *>
      *> DL200_CANDIDATE_PROFILE names an optional second profile,
      *> graded alongside the live one for review: it changes nothing
      *> the day posts, and if it cannot be found the run goes on
      *> without it.
      *> ---------------------------------------------------------------
    LOAD-RULE-PROFILES.
        INITIALIZE RULE-PROFILE-TABLE
        MOVE 0 TO WS-PROFILE-LINES-LOADED
        SET WS-CANDIDATE-INACTIVE TO TRUE
        MOVE SPACES TO WS-CANDIDATE-NOTE
        PERFORM VARYING WS-PF-IX FROM 1 BY 1 UNTIL WS-PF-IX > 2
            SET PF-NOT-FOUND(WS-PF-IX) TO TRUE
        END-PERFORM

        MOVE "DL200_PROFILE_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-PROFILE-FILENAME
        IF WS-PROFILE-FILENAME = SPACES
            MOVE "day2_profiles.txt" TO WS-PROFILE-FILENAME
        END-IF

        MOVE 1 TO WS-PF-IX
        MOVE "DL200_RULE_PROFILE" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-PROFILE-PARM
        IF WS-PROFILE-PARM = SPACES
            MOVE "STANDARD" TO WS-PROFILE-PARM
        END-IF
        PERFORM SET-WANTED-PROFILE

        MOVE 2 TO WS-PF-IX
        MOVE "DL200_CANDIDATE_PROFILE" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-PROFILE-PARM
        IF WS-PROFILE-PARM NOT = SPACES
            PERFORM SET-WANTED-PROFILE
        END-IF

        OPEN INPUT profileFile
        IF WS-PROFILE-FILE-STATUS NOT = "00"
            CLOSE profileFile
            DISPLAY "LOAD-RULE-PROFILES: no profile dataset "
                FUNCTION TRIM(WS-PROFILE-FILENAME)
        ELSE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ profileFile
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        PERFORM LOAD-ONE-PROFILE-LINE
                END-READ
            END-PERFORM
            CLOSE profileFile
            MOVE 'N' TO EOF
            DISPLAY "LOAD-RULE-PROFILES: " WS-PROFILE-LINES-LOADED
                " profiles read from "
                FUNCTION TRIM(WS-PROFILE-FILENAME)
        END-IF

        IF PF-NOT-FOUND(1)
            IF PF-WANT-NAME(1) = "STANDARD" AND PF-WANT-VERSION(1) = 0
                PERFORM SET-BUILT-IN-PROFILE
            ELSE
                DISPLAY "LOAD-RULE-PROFILES: rule profile "
                    FUNCTION TRIM(PF-WANT-NAME(1)) " version "
                    PF-WANT-VERSION(1) " (000 = latest) not in "
                    FUNCTION TRIM(WS-PROFILE-FILENAME)
                    " - run refused"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF

        IF PF-WANTED(2)
            EVALUATE TRUE
                WHEN PF-NOT-FOUND(2)
                    STRING "CANDIDATE PROFILE "
                           FUNCTION TRIM(PF-WANT-NAME(2))
                           " NOT FOUND - NO COMPARISON MADE"
                        DELIMITED BY SIZE INTO WS-CANDIDATE-NOTE
                WHEN PF-LABEL(2) = PF-LABEL(1)
                    STRING "CANDIDATE PROFILE "
                           FUNCTION TRIM(PF-LABEL(2))
                           " IS THE LIVE PROFILE - NO COMPARISON MADE"
                        DELIMITED BY SIZE INTO WS-CANDIDATE-NOTE
                WHEN OTHER
                    SET WS-CANDIDATE-ACTIVE TO TRUE
            END-EVALUATE
            IF NOT WS-CANDIDATE-ACTIVE
                DISPLAY "LOAD-RULE-PROFILES: "
                    FUNCTION TRIM(WS-CANDIDATE-NOTE)
            END-IF
        END-IF

        DISPLAY "LOAD-RULE-PROFILES: grading under "
            FUNCTION TRIM(PF-LABEL(1))
        IF WS-CANDIDATE-ACTIVE
            DISPLAY "LOAD-RULE-PROFILES: candidate "
                FUNCTION TRIM(PF-LABEL(2)) " graded alongside"
        END-IF.

      *> WS-PROFILE-PARM is NAME or NAME/VVV.
    SET-WANTED-PROFILE.
        MOVE SPACES TO WS-PROFILE-PARM-NAME
        MOVE SPACES TO WS-PROFILE-PARM-VERSION
        UNSTRING WS-PROFILE-PARM DELIMITED BY "/"
            INTO WS-PROFILE-PARM-NAME, WS-PROFILE-PARM-VERSION
        END-UNSTRING
        MOVE 'Y' TO PF-WANTED-SW(WS-PF-IX)
        MOVE FUNCTION UPPER-CASE(WS-PROFILE-PARM-NAME)
            TO PF-WANT-NAME(WS-PF-IX)
        MOVE 0 TO PF-WANT-VERSION(WS-PF-IX)
        IF WS-PROFILE-PARM-VERSION NOT = SPACES
            IF FUNCTION TEST-NUMVAL(WS-PROFILE-PARM-VERSION) = 0
                MOVE FUNCTION NUMVAL(WS-PROFILE-PARM-VERSION)
                    TO PF-WANT-VERSION(WS-PF-IX)
            ELSE
                DISPLAY "LOAD-RULE-PROFILES: profile version '"
                    FUNCTION TRIM(WS-PROFILE-PARM-VERSION)
                    "' is not a number - latest version used"
            END-IF
        END-IF.

      *> Lines that are not PROFILE lines are skipped quietly, so
      *> comments and blank lines are fine. A PROFILE line that does
      *> not hold a usable rule set is reported and ignored.
    LOAD-ONE-PROFILE-LINE.
        MOVE SPACES TO WS-PF-REC-TYPE
        MOVE SPACES TO WS-PF-REC-NAME
        MOVE SPACES TO WS-PF-REC-VERSION
        MOVE SPACES TO WS-PF-REC-MIN
        MOVE SPACES TO WS-PF-REC-MAX
        MOVE SPACES TO WS-PF-REC-REMOVED
        MOVE SPACES TO WS-PF-REC-FLAT
        UNSTRING FUNCTION TRIM(profileFileRecord)
            DELIMITED BY ALL SPACE
            INTO WS-PF-REC-TYPE, WS-PF-REC-NAME, WS-PF-REC-VERSION,
                 WS-PF-REC-MIN, WS-PF-REC-MAX, WS-PF-REC-REMOVED,
                 WS-PF-REC-FLAT
        END-UNSTRING

        IF WS-PF-REC-TYPE = "PROFILE"
            SET WS-PF-REC-VALID TO TRUE
            IF WS-PF-REC-NAME = SPACES
                    OR WS-PF-REC-NAME(13:) NOT = SPACES
                SET WS-PF-REC-INVALID TO TRUE
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-PF-REC-VERSION) NOT = 0
                    OR FUNCTION TEST-NUMVAL(WS-PF-REC-MIN) NOT = 0
                    OR FUNCTION TEST-NUMVAL(WS-PF-REC-MAX) NOT = 0
                    OR FUNCTION TEST-NUMVAL(WS-PF-REC-REMOVED) NOT = 0
                SET WS-PF-REC-INVALID TO TRUE
            ELSE
                IF FUNCTION NUMVAL(WS-PF-REC-VERSION) < 1
                        OR FUNCTION NUMVAL(WS-PF-REC-VERSION) > 999
                        OR FUNCTION NUMVAL(WS-PF-REC-MIN) < 1
                        OR FUNCTION NUMVAL(WS-PF-REC-MAX)
                            < FUNCTION NUMVAL(WS-PF-REC-MIN)
                        OR FUNCTION NUMVAL(WS-PF-REC-MAX) > 99999
                        OR FUNCTION NUMVAL(WS-PF-REC-REMOVED) < 0
                        OR FUNCTION NUMVAL(WS-PF-REC-REMOVED)
                            >= WS-MAX-LEVELS
                    SET WS-PF-REC-INVALID TO TRUE
                END-IF
            END-IF
            IF WS-PF-REC-FLAT NOT = "Y" AND WS-PF-REC-FLAT NOT = "N"
                SET WS-PF-REC-INVALID TO TRUE
            END-IF

            IF WS-PF-REC-VALID
                ADD 1 TO WS-PROFILE-LINES-LOADED
                MOVE FUNCTION NUMVAL(WS-PF-REC-VERSION)
                    TO WS-PF-REC-VERSION-N
                PERFORM VARYING WS-PF-IX FROM 1 BY 1
                        UNTIL WS-PF-IX > 2
                    IF PF-WANTED(WS-PF-IX)
                            AND FUNCTION UPPER-CASE(WS-PF-REC-NAME)
                                = PF-WANT-NAME(WS-PF-IX)
                        IF (PF-WANT-VERSION(WS-PF-IX) = 0
                                AND (PF-NOT-FOUND(WS-PF-IX)
                                  OR WS-PF-REC-VERSION-N
                                     > PF-VERSION(WS-PF-IX)))
                                OR PF-WANT-VERSION(WS-PF-IX)
                                    = WS-PF-REC-VERSION-N
                            PERFORM TAKE-PROFILE-LINE
                        END-IF
                    END-IF
                END-PERFORM
            ELSE
                DISPLAY "LOAD-RULE-PROFILES: line ignored - "
                    FUNCTION TRIM(profileFileRecord)
            END-IF
        END-IF.

    TAKE-PROFILE-LINE.
        SET PF-FOUND(WS-PF-IX) TO TRUE
        MOVE FUNCTION UPPER-CASE(WS-PF-REC-NAME) TO PF-NAME(WS-PF-IX)
        MOVE WS-PF-REC-VERSION-N TO PF-VERSION(WS-PF-IX)
        MOVE FUNCTION NUMVAL(WS-PF-REC-MIN) TO PF-MIN-STEP(WS-PF-IX)
        MOVE FUNCTION NUMVAL(WS-PF-REC-MAX) TO PF-MAX-STEP(WS-PF-IX)
        MOVE FUNCTION NUMVAL(WS-PF-REC-REMOVED)
            TO PF-MAX-REMOVED(WS-PF-IX)
        MOVE WS-PF-REC-FLAT TO PF-FLAT-SW(WS-PF-IX)
        PERFORM SET-PROFILE-LABEL.

    SET-BUILT-IN-PROFILE.
        SET PF-FOUND(1) TO TRUE
        SET PF-BUILT-IN(1) TO TRUE
        MOVE "STANDARD" TO PF-NAME(1)
        MOVE 0 TO PF-VERSION(1)
        MOVE 1 TO PF-MIN-STEP(1)
        MOVE 3 TO PF-MAX-STEP(1)
        MOVE 1 TO PF-MAX-REMOVED(1)
        MOVE 'N' TO PF-FLAT-SW(1)
        MOVE 1 TO WS-PF-IX
        PERFORM SET-PROFILE-LABEL.

    SET-PROFILE-LABEL.
        MOVE SPACES TO PF-LABEL(WS-PF-IX)
        STRING FUNCTION TRIM(PF-NAME(WS-PF-IX)) "/"
               PF-VERSION(WS-PF-IX)
            DELIMITED BY SIZE INTO PF-LABEL(WS-PF-IX).

      *> The report heading: the rules the day was graded under, and
      *> the candidate's beside them.
    WRITE-PROFILE-LINES.
        MOVE 1 TO WS-PF-IX
        PERFORM WRITE-ONE-PROFILE-LINE
        IF WS-CANDIDATE-ACTIVE
            MOVE 2 TO WS-PF-IX
            PERFORM WRITE-ONE-PROFILE-LINE
        ELSE
            IF WS-CANDIDATE-NOTE NOT = SPACES
                MOVE SPACES TO reportFileRecord
                MOVE WS-CANDIDATE-NOTE TO reportFileRecord
                WRITE reportFileRecord
            END-IF
        END-IF.

    WRITE-ONE-PROFILE-LINE.
        IF WS-PF-IX = 1
            MOVE "RULE PROFILE:" TO WS-PF-HEADING
        ELSE
            MOVE "CANDIDATE PROFILE:" TO WS-PF-HEADING
        END-IF
        MOVE SPACES TO WS-PF-SOURCE-TEXT
        IF PF-BUILT-IN(WS-PF-IX)
            MOVE "(BUILT-IN)" TO WS-PF-SOURCE-TEXT
        END-IF
        MOVE SPACES TO reportFileRecord
        STRING FUNCTION TRIM(WS-PF-HEADING) " "
               FUNCTION TRIM(PF-LABEL(WS-PF-IX))
               "  MIN STEP " PF-MIN-STEP(WS-PF-IX)
               "  MAX STEP " PF-MAX-STEP(WS-PF-IX)
               "  READINGS REMOVABLE " PF-MAX-REMOVED(WS-PF-IX)
               "  FLAT STEP ALLOWED " PF-FLAT-SW(WS-PF-IX)
               "  " WS-PF-SOURCE-TEXT
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.
