      *> rejected one goes to maintexceptions_YYYYMMDD.txt with the
      *> rejection reason, the same way bad extract lines do.
      *>
      *> The submitting operator (DL100_MAINT_OPERATOR) must be an
      *> active operator holding MAINT in the operator register
      *> (operator_check.cpy). The attempt is written to the security
      *> log either way, the operator is named in the audit heading,
      *> and a refused operator applies nothing.
      *>
      *> Condition codes: 0 = all applied, 4 = transactions rejected,
      *> 12 = no transaction dataset or master unavailable, 20 =
      *> operator not registered, revoked or not authorised.
      *> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. MasterMaint.
        SELECT excFile ASSIGN TO DYNAMIC WS-EXC-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT operatorFile ASSIGN TO DYNAMIC WS-OPERATOR-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERATOR-FILE-STATUS.

        SELECT securityLogFile ASSIGN TO DYNAMIC WS-SECLOG-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SECLOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  txnFile.
FD  excFile.
01  excFileRecord PIC X(132).

FD  operatorFile.
01  operatorFileRecord PIC X(132).

FD  securityLogFile.
01  securityLogFileRecord PIC X(200).

WORKING-STORAGE SECTION.
77  WS-TXN-FILENAME                 PIC X(100) VALUE SPACES.
77  WS-TXN-FILE-STATUS              PIC XX VALUE SPACES.
01  WS-RUN-DATE                     PIC 9(8) VALUE 0.
01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).

77  WS-MAINT-OPERATOR               PIC X(20) VALUE SPACES.

77  EOF PIC X VALUE 'N'.
    88 EOF-REACHED                  VALUE 'Y'.

77  WS-RET-REC-TYPE                 PIC X(10) VALUE SPACES.
77  WS-RET-REC-ID                   PIC X(12) VALUE SPACES.

COPY 'operator_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
        PERFORM DETERMINE-MAINT-PARMS
        PERFORM CHECK-MAINT-AUTHORITY
        PERFORM LOAD-RETIRED-TABLE
        PERFORM OPEN-MAINT-FILES
        PERFORM PROCESS-TRANSACTION-FILE
            MOVE "idmaster.dat" TO WS-MASTER-FILENAME
        END-IF

        MOVE SPACES TO WS-MAINT-OPERATOR
        ACCEPT WS-MAINT-OPERATOR
            FROM ENVIRONMENT "DL100_MAINT_OPERATOR"

        MOVE SPACES TO WS-AUDIT-FILENAME
        STRING "maintaudit_" DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
            INTO WS-EXC-FILENAME.

    CHECK-MAINT-AUTHORITY.
        PERFORM LOAD-OPERATOR-REGISTER
        MOVE WS-MAINT-OPERATOR TO WS-AUTH-OPERATOR
        MOVE "MAINT" TO WS-AUTH-FUNCTION
        MOVE "MASTERMAINT" TO WS-AUTH-PROGRAM
        MOVE SPACES TO WS-AUTH-DETAIL
        STRING "TRANSACTIONS " FUNCTION TRIM(WS-TXN-FILENAME)
            DELIMITED BY SIZE INTO WS-AUTH-DETAIL
        PERFORM CHECK-OPERATOR-AUTHORITY
        IF NOT WS-AUTH-GRANTED
            MOVE WS-AUTH-REFUSED-CC TO RETURN-CODE
            STOP RUN
        END-IF.

    LOAD-RETIRED-TABLE.
        MOVE 0 TO WS-RET-COUNT
        OPEN INPUT retiredFile
               WS-RUN-DATE-X
               "  MASTER: " FUNCTION TRIM(WS-MASTER-FILENAME)
               "  TRANSACTIONS: " FUNCTION TRIM(WS-TXN-FILENAME)
               "  OPERATOR: " FUNCTION TRIM(WS-AUTH-OPERATOR)
            DELIMITED BY SIZE INTO auditFileRecord
        WRITE auditFileRecord.

        DISPLAY "MASTERMAINT: rejected transaction line "
            WS-TXN-LINE-NO " - "
            FUNCTION TRIM(WS-REJECT-TEXT).

    COPY 'operator_check.cpy'.
