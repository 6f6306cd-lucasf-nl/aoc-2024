      *> ---------------------------------------------------------------
      *> OPERATOR_CHECK.CPY (day2)
      *>
      *> Shared with the day1 feed - one operator register and one
      *> security log cover the whole batch, so the datasets and
      *> their DL100_ overrides are deliberately the same.
      *>
      *> The operator register. Who may release a held distribution,
      *> maintain or promote the ID master, or submit a corrected run
      *> is listed in the register dataset (operators.txt, or the
      *> DL100_OPERATOR_DATASET override), one operator per line:
      *>
      *>   OPERATOR <id> <ACTIVE|REVOKED> <functions> <name...>
      *>
      *>   OPERATOR jsmith ACTIVE  RELEASE,MAINT      Jane Smith
      *>   OPERATOR pkhan  ACTIVE  PROMOTE,CORRECTED-RUN Priya Khan
      *>   OPERATOR tdoe   REVOKED RELEASE            Tom Doe
      *>
      *> The functions are RELEASE, MAINT, PROMOTE, CORRECTED-RUN,
      *> CLOSE (sign off a month-end close), PRIOR-PERIOD (post a
      *> run into a closed month), MASK (make masked test copies of
      *> the production data), ALERT (acknowledge or resolve an
      *> alert in the alert register) and REVERSE (back a posted day
      *> out of the ID master), comma-separated with no spaces.
      *> A function list too long for the register table is reported
      *> and the line ignored rather than cut short, so no operator is
      *> silently left holding fewer functions than listed.
      *> Operator ids match without regard to case. Blank lines and
      *> lines starting with * are ignored. A revoked operator stays
      *> listed so the access report can still name them against
      *> their past use.
      *>
      *> LOAD-OPERATOR-REGISTER reads the register once per run and
      *> must be performed before the first check.
      *> CHECK-OPERATOR-AUTHORITY decides one request and writes it,
      *> granted or refused, to the security log (security_log.txt,
      *> or DL100_SECURITY_LOG), one line per attempt:
      *>
      *>   ACCESS yyyymmdd hhmmss PROGRAM=.. OPERATOR=.. FUNCTION=..
      *>       RESULT=GRANTED|UNREGISTERED|REVOKED|NOT-HELD
      *>       DETAIL=..
      *>
      *> A missing register grants nothing: every request is refused
      *> as unregistered until the register exists. The caller ends
      *> with WS-AUTH-REFUSED-CC on any refusal.
      *> ---------------------------------------------------------------
    LOAD-OPERATOR-REGISTER.
        MOVE 0 TO WS-OPR-COUNT
        SET WS-OPR-NOT-LOADED TO TRUE

        MOVE SPACES TO WS-OPERATOR-FILENAME
        ACCEPT WS-OPERATOR-FILENAME
            FROM ENVIRONMENT "DL100_OPERATOR_DATASET"
        IF WS-OPERATOR-FILENAME = SPACES
            MOVE "operators.txt" TO WS-OPERATOR-FILENAME
        END-IF

        MOVE SPACES TO WS-SECLOG-FILENAME
        ACCEPT WS-SECLOG-FILENAME
            FROM ENVIRONMENT "DL100_SECURITY_LOG"
        IF WS-SECLOG-FILENAME = SPACES
            MOVE "security_log.txt" TO WS-SECLOG-FILENAME
        END-IF

        OPEN INPUT operatorFile
        IF WS-OPERATOR-FILE-STATUS NOT = "00"
            CLOSE operatorFile
            DISPLAY "LOAD-OPERATOR-REGISTER: no operator register "
                FUNCTION TRIM(WS-OPERATOR-FILENAME)
                " - every operator request will be refused"
        ELSE
            SET WS-OPR-LOADED TO TRUE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ operatorFile
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        PERFORM LOAD-ONE-OPERATOR-LINE
                END-READ
            END-PERFORM
            CLOSE operatorFile
            MOVE 'N' TO EOF
        END-IF.

    LOAD-ONE-OPERATOR-LINE.
        MOVE SPACES TO WS-OPR-LINE-TYPE
        MOVE SPACES TO WS-OPR-LINE-ID
        MOVE SPACES TO WS-OPR-LINE-STATUS
        MOVE SPACES TO WS-OPR-LINE-FUNCTIONS
        MOVE 0 TO WS-OPR-FUNCTIONS-LEN
        MOVE FUNCTION TRIM(operatorFileRecord) TO WS-OPR-LINE-TRIMMED
        MOVE 1 TO WS-OPR-PARSE-PTR
        UNSTRING WS-OPR-LINE-TRIMMED DELIMITED BY ALL SPACE
            INTO WS-OPR-LINE-TYPE, WS-OPR-LINE-ID,
                 WS-OPR-LINE-STATUS,
                 WS-OPR-LINE-FUNCTIONS COUNT IN WS-OPR-FUNCTIONS-LEN
            WITH POINTER WS-OPR-PARSE-PTR
        END-UNSTRING

        IF WS-OPR-LINE-TYPE = "OPERATOR"
                AND WS-OPR-LINE-ID NOT = SPACES
            EVALUATE TRUE
                WHEN WS-OPR-FUNCTIONS-LEN
                        > FUNCTION LENGTH(WS-OPR-LINE-FUNCTIONS)
                    DISPLAY "LOAD-OPERATOR-REGISTER: function list"
                        " for " FUNCTION TRIM(WS-OPR-LINE-ID) " is "
                        WS-OPR-FUNCTIONS-LEN " characters, over the "
                        FUNCTION LENGTH(WS-OPR-LINE-FUNCTIONS)
                        " the table holds - line ignored"
                WHEN WS-OPR-COUNT >= WS-OPR-MAX-ENTRIES
                    DISPLAY "LOAD-OPERATOR-REGISTER: register capacity"
                        " of " WS-OPR-MAX-ENTRIES
                        " exceeded - remaining lines ignored"
                    SET EOF-REACHED TO TRUE
                WHEN OTHER
                    ADD 1 TO WS-OPR-COUNT
                    MOVE FUNCTION UPPER-CASE(WS-OPR-LINE-ID)
                        TO OPR-ID(WS-OPR-COUNT)
                    MOVE FUNCTION UPPER-CASE(WS-OPR-LINE-STATUS)
                        TO OPR-STATUS(WS-OPR-COUNT)
                    MOVE FUNCTION UPPER-CASE(WS-OPR-LINE-FUNCTIONS)
                        TO OPR-FUNCTIONS(WS-OPR-COUNT)
                    MOVE SPACES TO OPR-NAME(WS-OPR-COUNT)
                    IF WS-OPR-PARSE-PTR <= FUNCTION LENGTH(
                            FUNCTION TRIM(WS-OPR-LINE-TRIMMED))
                        MOVE WS-OPR-LINE-TRIMMED(WS-OPR-PARSE-PTR:)
                            TO OPR-NAME(WS-OPR-COUNT)
                    END-IF
            END-EVALUATE
        END-IF.

    FIND-OPERATOR-ENTRY.
        MOVE 0 TO WS-OPR-FOUND-IX
        PERFORM VARYING WS-OPR-IX FROM 1 BY 1
                UNTIL WS-OPR-IX > WS-OPR-COUNT OR WS-OPR-FOUND-IX > 0
            IF OPR-ID(WS-OPR-IX) = FUNCTION UPPER-CASE(WS-AUTH-OPERATOR)
                MOVE WS-OPR-IX TO WS-OPR-FOUND-IX
            END-IF
        END-PERFORM.

      *> A function is held when ",FUNCTION," appears in the
      *> operator's list with commas added at both ends, so MAINT
      *> never matches inside some longer function name.
    CHECK-OPERATOR-AUTHORITY.
        IF WS-AUTH-OPERATOR = SPACES
            MOVE "(NONE)" TO WS-AUTH-OPERATOR
        END-IF

        PERFORM FIND-OPERATOR-ENTRY
        EVALUATE TRUE
            WHEN WS-OPR-FOUND-IX = 0
                SET WS-AUTH-UNREGISTERED TO TRUE
                MOVE "UNREGISTERED" TO WS-AUTH-RESULT-TEXT
            WHEN OPR-STATUS(WS-OPR-FOUND-IX) NOT = "ACTIVE"
                SET WS-AUTH-REVOKED TO TRUE
                MOVE "REVOKED" TO WS-AUTH-RESULT-TEXT
            WHEN OTHER
                MOVE SPACES TO WS-AUTH-PATTERN
                STRING "," FUNCTION TRIM(WS-AUTH-FUNCTION) ","
                    DELIMITED BY SIZE INTO WS-AUTH-PATTERN
                COMPUTE WS-AUTH-PATTERN-LEN =
                    FUNCTION LENGTH(FUNCTION TRIM(WS-AUTH-FUNCTION))
                    + 2
                MOVE SPACES TO WS-AUTH-HELD-LIST
                STRING "," FUNCTION TRIM(OPR-FUNCTIONS(WS-OPR-FOUND-IX))
                       ","
                    DELIMITED BY SIZE INTO WS-AUTH-HELD-LIST
                MOVE 0 TO WS-AUTH-TALLY
                INSPECT WS-AUTH-HELD-LIST TALLYING WS-AUTH-TALLY
                    FOR ALL WS-AUTH-PATTERN(1:WS-AUTH-PATTERN-LEN)
                IF WS-AUTH-TALLY > 0
                    SET WS-AUTH-GRANTED TO TRUE
                    MOVE "GRANTED" TO WS-AUTH-RESULT-TEXT
                ELSE
                    SET WS-AUTH-NOT-HELD TO TRUE
                    MOVE "NOT-HELD" TO WS-AUTH-RESULT-TEXT
                END-IF
        END-EVALUATE

        PERFORM WRITE-SECURITY-LOG-ENTRY

        IF NOT WS-AUTH-GRANTED
            DISPLAY FUNCTION TRIM(WS-AUTH-PROGRAM) ": operator "
                FUNCTION TRIM(WS-AUTH-OPERATOR) " refused "
                FUNCTION TRIM(WS-AUTH-FUNCTION) " - "
                FUNCTION TRIM(WS-AUTH-RESULT-TEXT)
                " in " FUNCTION TRIM(WS-OPERATOR-FILENAME)
        END-IF.

    WRITE-SECURITY-LOG-ENTRY.
        ACCEPT WS-AUTH-DATE FROM DATE YYYYMMDD
        ACCEPT WS-AUTH-TIME FROM TIME
        OPEN EXTEND securityLogFile
        IF WS-SECLOG-FILE-STATUS = "35"
            OPEN OUTPUT securityLogFile
        END-IF
        MOVE SPACES TO securityLogFileRecord
        STRING "ACCESS " WS-AUTH-DATE " " WS-AUTH-TIME(1:6)
               " PROGRAM=" FUNCTION TRIM(WS-AUTH-PROGRAM)
               " OPERATOR=" FUNCTION TRIM(WS-AUTH-OPERATOR)
               " FUNCTION=" FUNCTION TRIM(WS-AUTH-FUNCTION)
               " RESULT=" FUNCTION TRIM(WS-AUTH-RESULT-TEXT)
               " DETAIL=" FUNCTION TRIM(WS-AUTH-DETAIL)
            DELIMITED BY SIZE INTO securityLogFileRecord
        WRITE securityLogFileRecord
        CLOSE securityLogFile.
