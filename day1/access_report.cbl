      *> ---------------------------------------------------------------
      *> ACCESS_REPORT.CBL
      *>
      *> AccessReport answers the auditors' two questions - who is
      *> allowed to release a held distribution or change the ID
      *> master, and who actually did - from the operator register
      *> and the security log (operator_check.cpy). It writes a dated
      *> listing, accessreport_YYYYMMDD.txt, in three parts:
      *>
      *>   REGISTER        every operator, status and functions held
      *>   REFUSED         every refused attempt in the window, with
      *>                   the program, operator and reason, including
      *>                   ids that are not in the register at all
      *>   FUNCTION USE    per operator and function over the window:
      *>                   granted and refused attempts and the last
      *>                   date the function was used; a function
      *>                   held but not used in the window is marked
      *>                   DORMANT for the periodic access review
      *>
      *> Operator parameters, all optional:
      *>   DL100_ACCESS_WINDOW_DAYS  days of security log covered (31)
      *>   DL100_OPERATOR_DATASET    register          (operators.txt)
      *>   DL100_SECURITY_LOG        log            (security_log.txt)
      *>
      *> Condition codes: 0 = no refused attempts in the window, 4 =
      *> refused attempts listed, 12 = no operator register.
      *> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. AccessReport.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT operatorFile ASSIGN TO DYNAMIC WS-OPERATOR-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERATOR-FILE-STATUS.

        SELECT securityLogFile ASSIGN TO DYNAMIC WS-SECLOG-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SECLOG-FILE-STATUS.

        SELECT accessFile ASSIGN TO DYNAMIC WS-ACCESS-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  operatorFile.
01  operatorFileRecord PIC X(132).

FD  securityLogFile.
01  securityLogFileRecord PIC X(200).

FD  accessFile.
01  accessFileRecord PIC X(132).

WORKING-STORAGE SECTION.
77  WS-ACCESS-FILENAME              PIC X(100) VALUE SPACES.

01  WS-RUN-DATE                     PIC 9(8) VALUE 0.
01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
01  WS-WINDOW-FROM                  PIC 9(8) VALUE 0.
01  WS-WINDOW-FROM-X REDEFINES WS-WINDOW-FROM PIC X(8).

77  WS-WINDOW-PARM                  PIC X(10) VALUE SPACES.
77  WS-WINDOW-DAYS                  PIC 9(4) VALUE 31.
77  WS-TODAY-INT                    PIC 9(8) VALUE 0.

77  EOF PIC X VALUE 'N'.
    88 EOF-REACHED                  VALUE 'Y'.

      *> The nine functions the register grants, in report order.
01  WS-FUNCTION-NAMES.
    05 FILLER                       PIC X(16) VALUE "RELEASE".
    05 FILLER                       PIC X(16) VALUE "MAINT".
    05 FILLER                       PIC X(16) VALUE "PROMOTE".
    05 FILLER                       PIC X(16) VALUE "CORRECTED-RUN".
    05 FILLER                       PIC X(16) VALUE "CLOSE".
    05 FILLER                       PIC X(16) VALUE "PRIOR-PERIOD".
    05 FILLER                       PIC X(16) VALUE "MASK".
    05 FILLER                       PIC X(16) VALUE "ALERT".
    05 FILLER                       PIC X(16) VALUE "REVERSE".
01  WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-NAMES.
    05 WS-FUNCTION-NAME OCCURS 9 TIMES PIC X(16).
77  WS-FUNCTION-COUNT               PIC 99 VALUE 9.
77  WS-FUNC-IX                      PIC 99 VALUE 0.
77  WS-FUNC-FOUND-IX                PIC 99 VALUE 0.

      *> Use counters, one row per register entry (same subscript as
      *> OPERATOR-REGISTER-TABLE) and one column per function.
01  ACCESS-USE-TABLE.
    05 USE-ENTRY OCCURS 200 TIMES.
        10 USE-FUNC OCCURS 9 TIMES.
            15 USE-GRANTED          PIC 9(5).
            15 USE-REFUSED          PIC 9(5).
            15 USE-LAST-DATE        PIC 9(8).

      *> Ids that tried and are not in the register at all.
77  WS-UNREG-MAX                    PIC 9(3) VALUE 50.
77  WS-UNREG-COUNT                  PIC 9(3) VALUE 0.
77  WS-UNREG-IX                     PIC 9(3) VALUE 0.
77  WS-UNREG-FOUND-IX               PIC 9(3) VALUE 0.
01  UNREGISTERED-TABLE.
    05 UNREG-ENTRY OCCURS 50 TIMES.
        10 UNREG-ID                 PIC X(20).
        10 UNREG-ATTEMPTS           PIC 9(5).

77  WS-LOG-LEAD                     PIC X(10) VALUE SPACES.
77  WS-LOG-DATE-TOKEN               PIC X(10) VALUE SPACES.
77  WS-LOG-TIME-TOKEN               PIC X(10) VALUE SPACES.
77  WS-LOG-DATE                     PIC 9(8) VALUE 0.
77  WS-LOG-PROGRAM                  PIC X(20) VALUE SPACES.
77  WS-LOG-RESULT                   PIC X(20) VALUE SPACES.
77  WS-TOKEN                        PIC X(80) VALUE SPACES.
77  WS-TOKEN-KEY                    PIC X(20) VALUE SPACES.
77  WS-TOKEN-VALUE                  PIC X(60) VALUE SPACES.
77  WS-TOKEN-IX                     PIC 9(2) VALUE 0.
77  WS-UNSTRING-PTR                 PIC 9(4) VALUE 1.

77  WS-LOG-LINES-IN-WINDOW          PIC 9(7) VALUE 0.
77  WS-GRANTED-TOTAL                PIC 9(7) VALUE 0.
77  WS-REFUSED-TOTAL                PIC 9(7) VALUE 0.
77  WS-DORMANT-COUNT                PIC 9(5) VALUE 0.
77  WS-ACTIVE-COUNT                 PIC 9(5) VALUE 0.
77  WS-REVOKED-COUNT                PIC 9(5) VALUE 0.

      *> Room left on a register line after id, status and name; a
      *> longer function list goes on a line of its own.
77  WS-FUNC-LIST-ROOM               PIC 9(3) VALUE 69.

77  WS-USE-NOTE                     PIC X(30) VALUE SPACES.
77  WS-HELD-SW                      PIC X VALUE 'N'.
    88 WS-FUNCTION-HELD             VALUE 'Y'.
    88 WS-FUNCTION-NOT-HELD         VALUE 'N'.

COPY 'operator_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
        PERFORM DETERMINE-ACCESS-PARMS
        PERFORM LOAD-OPERATOR-REGISTER

        IF WS-OPR-NOT-LOADED
            DISPLAY "ACCESSREPORT: no operator register "
                FUNCTION TRIM(WS-OPERATOR-FILENAME)
                " - nothing to report"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF

        INITIALIZE ACCESS-USE-TABLE
        INITIALIZE UNREGISTERED-TABLE

        OPEN OUTPUT accessFile
        MOVE SPACES TO accessFileRecord
        STRING "OPERATOR ACCESS REPORT  RUN DATE: " WS-RUN-DATE-X
               "  WINDOW: " WS-WINDOW-FROM-X " TO " WS-RUN-DATE-X
               "  REGISTER: " FUNCTION TRIM(WS-OPERATOR-FILENAME)
            DELIMITED BY SIZE INTO accessFileRecord
        WRITE accessFileRecord

        PERFORM WRITE-REGISTER-SECTION

        MOVE SPACES TO accessFileRecord
        WRITE accessFileRecord
        MOVE "REFUSED ATTEMPTS IN WINDOW" TO accessFileRecord
        WRITE accessFileRecord
        PERFORM SCAN-SECURITY-LOG
        IF WS-REFUSED-TOTAL = 0
            MOVE "  NONE" TO accessFileRecord
            WRITE accessFileRecord
        END-IF

        PERFORM WRITE-USE-SECTION
        PERFORM WRITE-UNREGISTERED-SECTION
        PERFORM WRITE-ACCESS-TOTALS
        CLOSE accessFile

        IF WS-REFUSED-TOTAL > 0
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF

        DISPLAY "ACCESSREPORT: " WS-OPR-COUNT " operators, "
            WS-GRANTED-TOTAL " granted and " WS-REFUSED-TOTAL
            " refused attempts in window - see "
            FUNCTION TRIM(WS-ACCESS-FILENAME)

        STOP RUN.

    DETERMINE-ACCESS-PARMS.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

        MOVE SPACES TO WS-WINDOW-PARM
        ACCEPT WS-WINDOW-PARM
            FROM ENVIRONMENT "DL100_ACCESS_WINDOW_DAYS"
        IF WS-WINDOW-PARM NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-WINDOW-PARM) = 0
            MOVE FUNCTION NUMVAL(WS-WINDOW-PARM) TO WS-WINDOW-DAYS
        END-IF
        MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - WS-WINDOW-DAYS)
            TO WS-WINDOW-FROM

        MOVE SPACES TO WS-ACCESS-FILENAME
        STRING "accessreport_" DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
            INTO WS-ACCESS-FILENAME.

    WRITE-REGISTER-SECTION.
        MOVE SPACES TO accessFileRecord
        WRITE accessFileRecord
        MOVE "REGISTER" TO accessFileRecord
        WRITE accessFileRecord
        PERFORM VARYING WS-OPR-IX FROM 1 BY 1
                UNTIL WS-OPR-IX > WS-OPR-COUNT
            IF OPR-STATUS(WS-OPR-IX) = "ACTIVE"
                ADD 1 TO WS-ACTIVE-COUNT
            ELSE
                ADD 1 TO WS-REVOKED-COUNT
            END-IF
            MOVE SPACES TO accessFileRecord
            IF FUNCTION LENGTH(FUNCTION TRIM(OPR-FUNCTIONS(WS-OPR-IX)))
                    > WS-FUNC-LIST-ROOM
                STRING "  " OPR-ID(WS-OPR-IX) " " OPR-STATUS(WS-OPR-IX)
                       " " OPR-NAME(WS-OPR-IX)(1:30)
                    DELIMITED BY SIZE INTO accessFileRecord
                WRITE accessFileRecord
                MOVE SPACES TO accessFileRecord
                STRING "      FUNCTIONS: "
                       FUNCTION TRIM(OPR-FUNCTIONS(WS-OPR-IX))
                    DELIMITED BY SIZE INTO accessFileRecord
            ELSE
                STRING "  " OPR-ID(WS-OPR-IX) " " OPR-STATUS(WS-OPR-IX)
                       " " OPR-NAME(WS-OPR-IX)(1:30)
                       " " FUNCTION TRIM(OPR-FUNCTIONS(WS-OPR-IX))
                    DELIMITED BY SIZE INTO accessFileRecord
            END-IF
            WRITE accessFileRecord
        END-PERFORM.

      *> Log lines outside the window are skipped; inside it, each
      *> attempt counts against its operator and function, and each
      *> refusal is listed as it is met, so the REFUSED part reads
      *> in the order the attempts were made.
    SCAN-SECURITY-LOG.
        OPEN INPUT securityLogFile
        IF WS-SECLOG-FILE-STATUS NOT = "00"
            CLOSE securityLogFile
            DISPLAY "ACCESSREPORT: no security log "
                FUNCTION TRIM(WS-SECLOG-FILENAME)
                " - no attempts recorded yet"
        ELSE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ securityLogFile
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        PERFORM TAKE-SECURITY-LOG-LINE
                END-READ
            END-PERFORM
            CLOSE securityLogFile
        END-IF.

    TAKE-SECURITY-LOG-LINE.
        MOVE SPACES TO WS-LOG-LEAD
        MOVE SPACES TO WS-LOG-DATE-TOKEN
        MOVE SPACES TO WS-LOG-TIME-TOKEN
        MOVE 1 TO WS-UNSTRING-PTR
        UNSTRING securityLogFileRecord DELIMITED BY ALL SPACE
            INTO WS-LOG-LEAD, WS-LOG-DATE-TOKEN, WS-LOG-TIME-TOKEN
            WITH POINTER WS-UNSTRING-PTR
        END-UNSTRING

        IF WS-LOG-LEAD = "ACCESS"
                AND WS-LOG-DATE-TOKEN(1:8) IS NUMERIC
            MOVE WS-LOG-DATE-TOKEN(1:8) TO WS-LOG-DATE
            IF WS-LOG-DATE >= WS-WINDOW-FROM
                    AND WS-LOG-DATE <= WS-RUN-DATE
                ADD 1 TO WS-LOG-LINES-IN-WINDOW
                PERFORM PARSE-SECURITY-LOG-LINE
                PERFORM COUNT-SECURITY-LOG-LINE
            END-IF
        END-IF.

      *> DETAIL= is always last and may carry spaces; nothing after
      *> it is needed, so the walk simply stops there.
    PARSE-SECURITY-LOG-LINE.
        MOVE SPACES TO WS-AUTH-OPERATOR
        MOVE SPACES TO WS-AUTH-FUNCTION
        MOVE SPACES TO WS-LOG-PROGRAM
        MOVE SPACES TO WS-LOG-RESULT
        MOVE 0 TO WS-TOKEN-IX
        PERFORM EXTRACT-LOG-TOKEN
        PERFORM UNTIL WS-TOKEN = SPACES OR WS-TOKEN-IX > 10
                OR WS-TOKEN(1:7) = "DETAIL="
            ADD 1 TO WS-TOKEN-IX
            MOVE SPACES TO WS-TOKEN-KEY
            MOVE SPACES TO WS-TOKEN-VALUE
            UNSTRING WS-TOKEN DELIMITED BY "="
                INTO WS-TOKEN-KEY, WS-TOKEN-VALUE
            END-UNSTRING
            EVALUATE WS-TOKEN-KEY
                WHEN "PROGRAM"
                    MOVE WS-TOKEN-VALUE TO WS-LOG-PROGRAM
                WHEN "OPERATOR"
                    MOVE WS-TOKEN-VALUE TO WS-AUTH-OPERATOR
                WHEN "FUNCTION"
                    MOVE WS-TOKEN-VALUE TO WS-AUTH-FUNCTION
                WHEN "RESULT"
                    MOVE WS-TOKEN-VALUE TO WS-LOG-RESULT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            PERFORM EXTRACT-LOG-TOKEN
        END-PERFORM.

    EXTRACT-LOG-TOKEN.
        MOVE SPACES TO WS-TOKEN
        IF WS-UNSTRING-PTR <= FUNCTION LENGTH(securityLogFileRecord)
            UNSTRING securityLogFileRecord DELIMITED BY ALL SPACE
                INTO WS-TOKEN
                WITH POINTER WS-UNSTRING-PTR
            END-UNSTRING
        END-IF.

    COUNT-SECURITY-LOG-LINE.
        PERFORM FIND-OPERATOR-ENTRY
        MOVE 0 TO WS-FUNC-FOUND-IX
        PERFORM VARYING WS-FUNC-IX FROM 1 BY 1
                UNTIL WS-FUNC-IX > WS-FUNCTION-COUNT
            IF WS-FUNCTION-NAME(WS-FUNC-IX) = WS-AUTH-FUNCTION
                MOVE WS-FUNC-IX TO WS-FUNC-FOUND-IX
            END-IF
        END-PERFORM

        IF WS-LOG-RESULT = "GRANTED"
            ADD 1 TO WS-GRANTED-TOTAL
            IF WS-OPR-FOUND-IX > 0 AND WS-FUNC-FOUND-IX > 0
                ADD 1 TO USE-GRANTED(WS-OPR-FOUND-IX, WS-FUNC-FOUND-IX)
                MOVE WS-LOG-DATE
                    TO USE-LAST-DATE(WS-OPR-FOUND-IX, WS-FUNC-FOUND-IX)
            END-IF
        ELSE
            ADD 1 TO WS-REFUSED-TOTAL
            IF WS-OPR-FOUND-IX > 0 AND WS-FUNC-FOUND-IX > 0
                ADD 1 TO USE-REFUSED(WS-OPR-FOUND-IX, WS-FUNC-FOUND-IX)
            END-IF
            IF WS-OPR-FOUND-IX = 0
                PERFORM COUNT-UNREGISTERED-ATTEMPT
            END-IF
            MOVE SPACES TO accessFileRecord
            STRING "  " WS-LOG-DATE " " WS-LOG-TIME-TOKEN(1:6)
                   " " WS-LOG-PROGRAM(1:14)
                   " " WS-AUTH-OPERATOR
                   " " WS-AUTH-FUNCTION
                   " REFUSED - " FUNCTION TRIM(WS-LOG-RESULT)
                DELIMITED BY SIZE INTO accessFileRecord
            WRITE accessFileRecord
        END-IF.

    COUNT-UNREGISTERED-ATTEMPT.
        MOVE 0 TO WS-UNREG-FOUND-IX
        PERFORM VARYING WS-UNREG-IX FROM 1 BY 1
                UNTIL WS-UNREG-IX > WS-UNREG-COUNT
                    OR WS-UNREG-FOUND-IX > 0
            IF UNREG-ID(WS-UNREG-IX) = WS-AUTH-OPERATOR
                MOVE WS-UNREG-IX TO WS-UNREG-FOUND-IX
            END-IF
        END-PERFORM
        IF WS-UNREG-FOUND-IX = 0 AND WS-UNREG-COUNT < WS-UNREG-MAX
            ADD 1 TO WS-UNREG-COUNT
            MOVE WS-UNREG-COUNT TO WS-UNREG-FOUND-IX
            MOVE WS-AUTH-OPERATOR TO UNREG-ID(WS-UNREG-FOUND-IX)
        END-IF
        IF WS-UNREG-FOUND-IX > 0
            ADD 1 TO UNREG-ATTEMPTS(WS-UNREG-FOUND-IX)
        END-IF.

      *> One line per function an operator holds or tried to use; a
      *> held function with no granted use in the window is DORMANT
      *> - the grant the access review should question first.
    WRITE-USE-SECTION.
        MOVE SPACES TO accessFileRecord
        WRITE accessFileRecord
        MOVE "FUNCTION USE IN WINDOW" TO accessFileRecord
        WRITE accessFileRecord
        PERFORM VARYING WS-OPR-IX FROM 1 BY 1
                UNTIL WS-OPR-IX > WS-OPR-COUNT
            PERFORM VARYING WS-FUNC-IX FROM 1 BY 1
                    UNTIL WS-FUNC-IX > WS-FUNCTION-COUNT
                PERFORM WRITE-ONE-USE-LINE
            END-PERFORM
        END-PERFORM.

    WRITE-ONE-USE-LINE.
        MOVE SPACES TO WS-AUTH-HELD-LIST
        STRING "," FUNCTION TRIM(OPR-FUNCTIONS(WS-OPR-IX)) ","
            DELIMITED BY SIZE INTO WS-AUTH-HELD-LIST
        MOVE SPACES TO WS-AUTH-PATTERN
        STRING "," FUNCTION TRIM(WS-FUNCTION-NAME(WS-FUNC-IX)) ","
            DELIMITED BY SIZE INTO WS-AUTH-PATTERN
        COMPUTE WS-AUTH-PATTERN-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(WS-FUNCTION-NAME(WS-FUNC-IX)))
            + 2
        MOVE 0 TO WS-AUTH-TALLY
        INSPECT WS-AUTH-HELD-LIST TALLYING WS-AUTH-TALLY
            FOR ALL WS-AUTH-PATTERN(1:WS-AUTH-PATTERN-LEN)
        IF WS-AUTH-TALLY > 0
            SET WS-FUNCTION-HELD TO TRUE
        ELSE
            SET WS-FUNCTION-NOT-HELD TO TRUE
        END-IF

        IF WS-FUNCTION-HELD
                OR USE-GRANTED(WS-OPR-IX, WS-FUNC-IX) > 0
                OR USE-REFUSED(WS-OPR-IX, WS-FUNC-IX) > 0
            MOVE SPACES TO WS-USE-NOTE
            EVALUATE TRUE
                WHEN WS-FUNCTION-NOT-HELD
                    MOVE "NOT HELD" TO WS-USE-NOTE
                WHEN OPR-STATUS(WS-OPR-IX) NOT = "ACTIVE"
                    MOVE "HELD - OPERATOR REVOKED" TO WS-USE-NOTE
                WHEN USE-GRANTED(WS-OPR-IX, WS-FUNC-IX) = 0
                    MOVE "HELD - DORMANT" TO WS-USE-NOTE
                    ADD 1 TO WS-DORMANT-COUNT
                WHEN OTHER
                    MOVE "HELD" TO WS-USE-NOTE
            END-EVALUATE
            MOVE SPACES TO accessFileRecord
            STRING "  " OPR-ID(WS-OPR-IX)
                   " " WS-FUNCTION-NAME(WS-FUNC-IX)
                   " GRANTED=" USE-GRANTED(WS-OPR-IX, WS-FUNC-IX)
                   " REFUSED=" USE-REFUSED(WS-OPR-IX, WS-FUNC-IX)
                   " LAST=" USE-LAST-DATE(WS-OPR-IX, WS-FUNC-IX)
                   "  " WS-USE-NOTE
                DELIMITED BY SIZE INTO accessFileRecord
            WRITE accessFileRecord
        END-IF.

    WRITE-UNREGISTERED-SECTION.
        IF WS-UNREG-COUNT > 0
            MOVE SPACES TO accessFileRecord
            WRITE accessFileRecord
            MOVE "IDS NOT IN THE REGISTER" TO accessFileRecord
            WRITE accessFileRecord
            PERFORM VARYING WS-UNREG-IX FROM 1 BY 1
                    UNTIL WS-UNREG-IX > WS-UNREG-COUNT
                MOVE SPACES TO accessFileRecord
                STRING "  " UNREG-ID(WS-UNREG-IX)
                       " REFUSED ATTEMPTS=" UNREG-ATTEMPTS(WS-UNREG-IX)
                    DELIMITED BY SIZE INTO accessFileRecord
                WRITE accessFileRecord
            END-PERFORM
        END-IF.

    WRITE-ACCESS-TOTALS.
        MOVE SPACES TO accessFileRecord
        WRITE accessFileRecord
        MOVE SPACES TO accessFileRecord
        STRING "TOTALS: " WS-OPR-COUNT " OPERATORS ("
               WS-ACTIVE-COUNT " ACTIVE, " WS-REVOKED-COUNT
               " REVOKED), " WS-LOG-LINES-IN-WINDOW " ATTEMPTS, "
               WS-GRANTED-TOTAL " GRANTED, " WS-REFUSED-TOTAL
               " REFUSED, " WS-DORMANT-COUNT " DORMANT GRANTS"
            DELIMITED BY SIZE INTO accessFileRecord
        WRITE accessFileRecord.

    COPY 'operator_check.cpy'.
