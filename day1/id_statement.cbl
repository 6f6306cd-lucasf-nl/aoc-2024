      *> ---------------------------------------------------------------
      *> ID_STATEMENT.CBL
      *>
      *> IdStatement prints the activity statement the source teams
      *> ask for each quarter: for one ID, or a list of IDs, every day
      *> in a period on which the ID was in the grid, with its left
      *> (COL-1) and right (COL-2) copies, its share of the day's
      *> SIMSCORE, and the running totals of all three. Each calendar
      *> month of the period closes with a subtotal and each ID with
      *> a period total; a list closes with a summary across the IDs.
      *>
      *> Everything comes from the keyed ID activity ledger Day1Driver
      *> posts each run date (POST-ID-LEDGER, ledger_post.cpy) - one
      *> keyed read per ID per date, no archived extract is opened.
      *> A date with no ledger page (a holiday, a missed feed, a date
      *> older than the ledger keeps) shows as no activity.
      *>
      *> Operator parameters:
      *>   DL100_STMT_ID          the ID to state
      *>   DL100_STMT_ID_DATASET  a dataset of IDs to state, one per
      *>                          line (first word; blank lines and
      *>                          lines starting * are skipped)
      *>   DL100_STMT_FROM_DATE   period start  (first day of the last
      *>                          complete calendar quarter)
      *>   DL100_STMT_TO_DATE     period end    (last day of it)
      *>   DL100_LEDGER_DATASET   activity ledger     (idledger.dat)
      *> At least one of the first two must be given; with both, the
      *> single ID is stated first. The period is at most 400 days
      *> and a list at most 200 IDs.
      *>
      *> The statement is written to statement_YYYYMMDD.txt, dated
      *> the day it is produced.
      *>
      *> Condition codes: 0 = every ID had activity in the period,
      *> 4 = some ID had none or a ledger read failed, 12 = no ID to
      *> state, the period is not usable or the ledger cannot be
      *> opened.
      *> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. IdStatement.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ledgerFile ASSIGN TO DYNAMIC WS-LEDGER-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LD-KEY
            FILE STATUS IS WS-LEDGER-FILE-STATUS.

        SELECT idListFile ASSIGN TO DYNAMIC WS-ID-LIST-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ID-LIST-FILE-STATUS.

        SELECT reportFile ASSIGN TO DYNAMIC WS-STMT-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT parmFile ASSIGN TO DYNAMIC WS-PARM-DATASET-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ledgerFile.
COPY 'ledger_record.cpy'.

FD  idListFile.
01  idListFileRecord PIC X(80).

FD  reportFile.
01  reportFileRecord PIC X(132).

FD  parmFile.
01  parmFileRecord PIC X(132).

WORKING-STORAGE SECTION.
77  WS-LEDGER-FILENAME              PIC X(100) VALUE SPACES.
77  WS-LEDGER-FILE-STATUS           PIC XX VALUE SPACES.
77  WS-ID-LIST-FILENAME             PIC X(100) VALUE SPACES.
77  WS-ID-LIST-FILE-STATUS          PIC XX VALUE SPACES.
77  WS-STMT-REPORT-FILENAME         PIC X(100) VALUE SPACES.

01  WS-TODAY                        PIC 9(8) VALUE 0.
01  WS-TODAY-X REDEFINES WS-TODAY   PIC X(8).

77  EOF PIC X VALUE 'N'.
    88 EOF-REACHED                  VALUE 'Y'.

77  WS-ID-PARM                      PIC X(20) VALUE SPACES.
77  WS-FROM-PARM                    PIC X(10) VALUE SPACES.
77  WS-TO-PARM                      PIC X(10) VALUE SPACES.
01  WS-FROM-DATE                    PIC 9(8) VALUE 0.
01  WS-FROM-DATE-X REDEFINES WS-FROM-DATE PIC X(8).
01  WS-TO-DATE                      PIC 9(8) VALUE 0.
01  WS-TO-DATE-X REDEFINES WS-TO-DATE PIC X(8).
01  WS-SCAN-DATE                    PIC 9(8) VALUE 0.
01  WS-SCAN-DATE-X REDEFINES WS-SCAN-DATE PIC X(8).
77  WS-FROM-INT                     PIC 9(7) VALUE 0.
77  WS-TO-INT                       PIC 9(7) VALUE 0.
77  WS-DATE-INT                     PIC 9(7) VALUE 0.
77  WS-PERIOD-LIMIT                 PIC 9(3) VALUE 400.
77  WS-PERIOD-DAYS                  PIC 9(3) VALUE 0.
01  WS-QTR-DATE                     PIC 9(8) VALUE 0.
01  WS-QTR-DATE-R REDEFINES WS-QTR-DATE.
    05 WS-QTR-YYYY                  PIC 9(4).
    05 WS-QTR-MM                    PIC 9(2).
    05 WS-QTR-DD                    PIC 9(2).
77  WS-STMT-CC                      PIC 9(2) VALUE 0.

      *> The IDs to state, in the order given. A repeat is stated
      *> once. ST-ACTIVE-SW is set once the ID's statement is done.
77  WS-ID-LIMIT                     PIC 9(3) VALUE 200.
77  WS-ID-COUNT                     PIC 9(3) VALUE 0.
77  WS-ID-IX                        PIC 9(3) VALUE 0.
77  WS-ID-SCAN                      PIC 9(3) VALUE 0.
01  STMT-ID-TABLE.
    05 ST-ENTRY OCCURS 200 TIMES.
        10 ST-ID                    PIC 9(10).
        10 ST-ACTIVE-SW             PIC X.
            88 ST-ACTIVE            VALUE 'Y'.
            88 ST-QUIET             VALUE 'N'.
77  WS-CANDIDATE-TEXT               PIC X(20) VALUE SPACES.
77  WS-CANDIDATE-ID                 PIC 9(10) VALUE 0.
77  WS-CANDIDATE-SOURCE             PIC X(30) VALUE SPACES.
77  WS-IDS-REJECTED                 PIC 9(5) VALUE 0.
77  WS-IDS-REPEATED                 PIC 9(5) VALUE 0.
77  WS-IDS-DROPPED                  PIC 9(5) VALUE 0.
77  WS-ID-KNOWN-SW                  PIC X VALUE 'N'.
    88 WS-ID-KNOWN                  VALUE 'Y'.
    88 WS-ID-NEW                    VALUE 'N'.

      *> Figures for the ID being stated: the current month, and the
      *> running totals, which are the period totals once the last
      *> date is read.
01  WS-CUR-MONTH                    PIC 9(6) VALUE 0.
01  WS-CUR-MONTH-X REDEFINES WS-CUR-MONTH.
    05 WS-CUR-MONTH-YYYY            PIC X(4).
    05 WS-CUR-MONTH-MM              PIC X(2).
77  WS-SCAN-MONTH                   PIC 9(6) VALUE 0.
77  WS-MTH-DAYS                     PIC 9(3) VALUE 0.
77  WS-MTH-LEFT                     PIC 9(11) VALUE 0.
77  WS-MTH-RIGHT                    PIC 9(11) VALUE 0.
77  WS-MTH-CONTRIB                  PIC 9(18) VALUE 0.
77  WS-RUN-DAYS                     PIC 9(3) VALUE 0.
77  WS-RUN-LEFT                     PIC 9(11) VALUE 0.
77  WS-RUN-RIGHT                    PIC 9(11) VALUE 0.
77  WS-RUN-CONTRIB                  PIC 9(18) VALUE 0.

      *> Across every ID stated.
77  WS-IDS-ACTIVE                   PIC 9(3) VALUE 0.
77  WS-IDS-QUIET                    PIC 9(3) VALUE 0.
77  WS-GRAND-DAYS                   PIC 9(7) VALUE 0.
77  WS-GRAND-LEFT                   PIC 9(11) VALUE 0.
77  WS-GRAND-RIGHT                  PIC 9(11) VALUE 0.
77  WS-GRAND-CONTRIB                PIC 9(18) VALUE 0.
77  WS-READ-ERRORS                  PIC 9(5) VALUE 0.

77  WS-DAYS-EDITED                  PIC Z(6)9.
77  WS-LEFT-EDITED                  PIC Z(10)9.
77  WS-RIGHT-EDITED                 PIC Z(10)9.
77  WS-CONTRIB-EDITED               PIC Z(17)9.
77  WS-RUN-LEFT-EDITED              PIC Z(10)9.
77  WS-RUN-RIGHT-EDITED             PIC Z(10)9.
77  WS-RUN-CONTRIB-EDITED           PIC Z(17)9.
77  WS-LINE-LABEL                   PIC X(14) VALUE SPACES.

COPY 'runparm_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
        PERFORM LOAD-PARM-DATASET
        PERFORM DETERMINE-STMT-PARMS
        PERFORM BUILD-ID-LIST

        OPEN INPUT ledgerFile
        IF WS-LEDGER-FILE-STATUS NOT = "00"
            DISPLAY "IDSTATEMENT: activity ledger "
                FUNCTION TRIM(WS-LEDGER-FILENAME)
                " cannot be opened (status " WS-LEDGER-FILE-STATUS
                ") - no statement produced"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF

        OPEN OUTPUT reportFile
        PERFORM WRITE-STMT-HEADING
        PERFORM WRITE-PARAMETER-ECHO

        PERFORM VARYING WS-ID-IX FROM 1 BY 1
                UNTIL WS-ID-IX > WS-ID-COUNT
            PERFORM STATE-ONE-ID
        END-PERFORM

        PERFORM WRITE-STMT-SUMMARY
        CLOSE reportFile
        CLOSE ledgerFile

        IF WS-IDS-QUIET > 0 OR WS-READ-ERRORS > 0
            MOVE 4 TO WS-STMT-CC
        END-IF

        DISPLAY "IDSTATEMENT: " WS-ID-COUNT " IDs stated for "
            WS-FROM-DATE-X " TO " WS-TO-DATE-X ", " WS-IDS-QUIET
            " with no activity - see "
            FUNCTION TRIM(WS-STMT-REPORT-FILENAME)
        MOVE WS-STMT-CC TO RETURN-CODE
        STOP RUN.

      *> The period defaults to the last complete calendar quarter:
      *> the quarter before the one today falls in.
    DETERMINE-STMT-PARMS.
        ACCEPT WS-TODAY FROM DATE YYYYMMDD
        MOVE 0 TO WS-STMT-CC

        MOVE SPACES TO WS-STMT-REPORT-FILENAME
        STRING "statement_" WS-TODAY-X ".txt"
            DELIMITED BY SIZE INTO WS-STMT-REPORT-FILENAME

        MOVE "DL100_STMT_FROM_DATE" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-FROM-PARM
        MOVE "DL100_STMT_TO_DATE" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-TO-PARM

        MOVE WS-TODAY TO WS-QTR-DATE
        EVALUATE WS-QTR-MM
            WHEN 1 THRU 3
                MOVE 1 TO WS-QTR-MM
            WHEN 4 THRU 6
                MOVE 4 TO WS-QTR-MM
            WHEN 7 THRU 9
                MOVE 7 TO WS-QTR-MM
            WHEN OTHER
                MOVE 10 TO WS-QTR-MM
        END-EVALUATE
        MOVE 1 TO WS-QTR-DD
        COMPUTE WS-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-QTR-DATE) - 1

        IF WS-TO-PARM = SPACES
            MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-TO-DATE
        ELSE
            IF FUNCTION TEST-NUMVAL(WS-TO-PARM) NOT = 0
                DISPLAY "IDSTATEMENT: DL100_STMT_TO_DATE '"
                    FUNCTION TRIM(WS-TO-PARM) "' is not a date"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-TO-PARM) TO WS-TO-DATE
        END-IF

        IF WS-FROM-PARM = SPACES
            MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                TO WS-QTR-DATE
            SUBTRACT 2 FROM WS-QTR-MM
            MOVE 1 TO WS-QTR-DD
            MOVE WS-QTR-DATE TO WS-FROM-DATE
        ELSE
            IF FUNCTION TEST-NUMVAL(WS-FROM-PARM) NOT = 0
                DISPLAY "IDSTATEMENT: DL100_STMT_FROM_DATE '"
                    FUNCTION TRIM(WS-FROM-PARM) "' is not a date"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-FROM-PARM) TO WS-FROM-DATE
        END-IF

        IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
                OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
            DISPLAY "IDSTATEMENT: period " WS-FROM-DATE-X " TO "
                WS-TO-DATE-X " is not a pair of valid dates"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF

        COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
        COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
        IF WS-FROM-INT > WS-TO-INT
            DISPLAY "IDSTATEMENT: period start " WS-FROM-DATE-X
                " is after its end " WS-TO-DATE-X
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-TO-INT - WS-FROM-INT + 1 > WS-PERIOD-LIMIT
            COMPUTE WS-TO-INT = WS-FROM-INT + WS-PERIOD-LIMIT - 1
            MOVE FUNCTION DATE-OF-INTEGER(WS-TO-INT) TO WS-TO-DATE
            DISPLAY "IDSTATEMENT: period limited to " WS-PERIOD-LIMIT
                " days - ends " WS-TO-DATE-X
        END-IF
        COMPUTE WS-PERIOD-DAYS = WS-TO-INT - WS-FROM-INT + 1

        MOVE "DL100_LEDGER_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-LEDGER-FILENAME
        IF WS-LEDGER-FILENAME = SPACES
            MOVE "idledger.dat" TO WS-LEDGER-FILENAME
        END-IF.

      *> An ID must be a whole number of at most ten digits, the
      *> rule the daily run applies to the extract.
    BUILD-ID-LIST.
        INITIALIZE STMT-ID-TABLE
        MOVE 0 TO WS-ID-COUNT

        MOVE "DL100_STMT_ID" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-ID-PARM
        IF WS-ID-PARM NOT = SPACES
            MOVE WS-ID-PARM TO WS-CANDIDATE-TEXT
            MOVE "DL100_STMT_ID" TO WS-CANDIDATE-SOURCE
            PERFORM ADD-CANDIDATE-ID
        END-IF

        MOVE "DL100_STMT_ID_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-ID-LIST-FILENAME
        IF WS-ID-LIST-FILENAME NOT = SPACES
            OPEN INPUT idListFile
            IF WS-ID-LIST-FILE-STATUS NOT = "00"
                DISPLAY "IDSTATEMENT: ID dataset "
                    FUNCTION TRIM(WS-ID-LIST-FILENAME)
                    " cannot be opened (status "
                    WS-ID-LIST-FILE-STATUS ")"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION TRIM(WS-ID-LIST-FILENAME)
                TO WS-CANDIDATE-SOURCE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ idListFile
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        IF idListFileRecord NOT = SPACES
                                AND idListFileRecord(1:1) NOT = "*"
                            MOVE SPACES TO WS-CANDIDATE-TEXT
                            UNSTRING FUNCTION TRIM(idListFileRecord)
                                DELIMITED BY ALL SPACE
                                INTO WS-CANDIDATE-TEXT
                            END-UNSTRING
                            PERFORM ADD-CANDIDATE-ID
                        END-IF
                END-READ
            END-PERFORM
            CLOSE idListFile
            MOVE 'N' TO EOF
        END-IF

        IF WS-ID-PARM = SPACES AND WS-ID-LIST-FILENAME = SPACES
            DISPLAY "IDSTATEMENT: give DL100_STMT_ID or "
                "DL100_STMT_ID_DATASET - no ID to state"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-ID-COUNT = 0
            DISPLAY "IDSTATEMENT: no valid ID to state"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-IDS-DROPPED > 0
            DISPLAY "IDSTATEMENT: " WS-IDS-DROPPED
                " IDs beyond the first " WS-ID-LIMIT " not stated"
        END-IF.

    ADD-CANDIDATE-ID.
        IF FUNCTION TEST-NUMVAL(WS-CANDIDATE-TEXT) NOT = 0
                OR FUNCTION LENGTH(FUNCTION TRIM(WS-CANDIDATE-TEXT))
                    > 10
            ADD 1 TO WS-IDS-REJECTED
            DISPLAY "IDSTATEMENT: " FUNCTION TRIM(WS-CANDIDATE-SOURCE)
                " ID '" FUNCTION TRIM(WS-CANDIDATE-TEXT)
                "' is not an ID - skipped"
        ELSE
            MOVE FUNCTION NUMVAL(WS-CANDIDATE-TEXT) TO WS-CANDIDATE-ID
            SET WS-ID-NEW TO TRUE
            PERFORM VARYING WS-ID-SCAN FROM 1 BY 1
                    UNTIL WS-ID-SCAN > WS-ID-COUNT
                IF ST-ID(WS-ID-SCAN) = WS-CANDIDATE-ID
                    SET WS-ID-KNOWN TO TRUE
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN WS-ID-KNOWN
                    ADD 1 TO WS-IDS-REPEATED
                WHEN WS-ID-COUNT >= WS-ID-LIMIT
                    ADD 1 TO WS-IDS-DROPPED
                WHEN OTHER
                    ADD 1 TO WS-ID-COUNT
                    MOVE WS-CANDIDATE-ID TO ST-ID(WS-ID-COUNT)
                    SET ST-QUIET(WS-ID-COUNT) TO TRUE
            END-EVALUATE
        END-IF.

    WRITE-STMT-HEADING.
        MOVE SPACES TO reportFileRecord
        STRING "ID ACTIVITY STATEMENT  PERIOD " WS-FROM-DATE-X
               " TO " WS-TO-DATE-X "  PRODUCED " WS-TODAY-X
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        MOVE WS-PERIOD-DAYS TO WS-DAYS-EDITED
        STRING "IDS STATED: " WS-ID-COUNT
               "  DAYS IN PERIOD: " FUNCTION TRIM(WS-DAYS-EDITED)
               "  LEDGER: " FUNCTION TRIM(WS-LEDGER-FILENAME)
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord
        IF WS-IDS-REJECTED > 0 OR WS-IDS-REPEATED > 0
                OR WS-IDS-DROPPED > 0
            MOVE SPACES TO reportFileRecord
            STRING "IDS NOT STATED: " WS-IDS-REJECTED " NOT VALID  "
                   WS-IDS-REPEATED " REPEATED  " WS-IDS-DROPPED
                   " OVER THE LIMIT"
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        END-IF.

      *> One ID: a line per day the ledger holds it, a subtotal as
      *> each month of the period closes, and the period total.
    STATE-ONE-ID.
        MOVE SPACES TO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "---- STATEMENT FOR ID " ST-ID(WS-ID-IX)
               "  " WS-FROM-DATE-X " TO " WS-TO-DATE-X " ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "  RUN DATE             LEFT        RIGHT"
               "    SIM CONTRIBUTION"
               "   RUNNING LEFT  RUNNING RIGHT"
               "     RUNNING CONTRIB"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE 0 TO WS-RUN-DAYS
        MOVE 0 TO WS-RUN-LEFT
        MOVE 0 TO WS-RUN-RIGHT
        MOVE 0 TO WS-RUN-CONTRIB
        MOVE 0 TO WS-MTH-DAYS
        MOVE 0 TO WS-MTH-LEFT
        MOVE 0 TO WS-MTH-RIGHT
        MOVE 0 TO WS-MTH-CONTRIB
        COMPUTE WS-CUR-MONTH = WS-FROM-DATE / 100

        PERFORM VARYING WS-DATE-INT FROM WS-FROM-INT BY 1
                UNTIL WS-DATE-INT > WS-TO-INT
            MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                TO WS-SCAN-DATE
            COMPUTE WS-SCAN-MONTH = WS-SCAN-DATE / 100
            IF WS-SCAN-MONTH NOT = WS-CUR-MONTH
                PERFORM WRITE-MONTH-SUBTOTAL
                MOVE WS-SCAN-MONTH TO WS-CUR-MONTH
            END-IF
            PERFORM READ-LEDGER-DAY
        END-PERFORM
        PERFORM WRITE-MONTH-SUBTOTAL

        MOVE SPACES TO reportFileRecord
        IF WS-RUN-DAYS = 0
            SET ST-QUIET(WS-ID-IX) TO TRUE
            ADD 1 TO WS-IDS-QUIET
            STRING "  NO ACTIVITY IN THE PERIOD"
                DELIMITED BY SIZE INTO reportFileRecord
        ELSE
            SET ST-ACTIVE(WS-ID-IX) TO TRUE
            ADD 1 TO WS-IDS-ACTIVE
            MOVE "PERIOD TOTAL" TO WS-LINE-LABEL
            MOVE WS-RUN-LEFT TO WS-LEFT-EDITED
            MOVE WS-RUN-RIGHT TO WS-RIGHT-EDITED
            MOVE WS-RUN-CONTRIB TO WS-CONTRIB-EDITED
            MOVE WS-RUN-DAYS TO WS-DAYS-EDITED
            STRING "  " WS-LINE-LABEL WS-LEFT-EDITED "  "
                   WS-RIGHT-EDITED "  " WS-CONTRIB-EDITED
                   "    DAYS ACTIVE " FUNCTION TRIM(WS-DAYS-EDITED)
                DELIMITED BY SIZE INTO reportFileRecord
        END-IF
        WRITE reportFileRecord

        ADD WS-RUN-DAYS TO WS-GRAND-DAYS
        ADD WS-RUN-LEFT TO WS-GRAND-LEFT
        ADD WS-RUN-RIGHT TO WS-GRAND-RIGHT
        ADD WS-RUN-CONTRIB TO WS-GRAND-CONTRIB.

    READ-LEDGER-DAY.
        MOVE WS-SCAN-DATE TO LD-RUN-DATE
        MOVE ST-ID(WS-ID-IX) TO LD-ID
        READ ledgerFile KEY IS LD-KEY
            INVALID KEY
                CONTINUE
        END-READ

        EVALUATE WS-LEDGER-FILE-STATUS
            WHEN "00"
                ADD 1 TO WS-RUN-DAYS
                ADD LD-LEFT-COUNT TO WS-RUN-LEFT
                ADD LD-RIGHT-COUNT TO WS-RUN-RIGHT
                ADD LD-SIM-CONTRIB TO WS-RUN-CONTRIB
                ADD 1 TO WS-MTH-DAYS
                ADD LD-LEFT-COUNT TO WS-MTH-LEFT
                ADD LD-RIGHT-COUNT TO WS-MTH-RIGHT
                ADD LD-SIM-CONTRIB TO WS-MTH-CONTRIB

                MOVE WS-SCAN-DATE-X TO WS-LINE-LABEL
                MOVE LD-LEFT-COUNT TO WS-LEFT-EDITED
                MOVE LD-RIGHT-COUNT TO WS-RIGHT-EDITED
                MOVE LD-SIM-CONTRIB TO WS-CONTRIB-EDITED
                MOVE WS-RUN-LEFT TO WS-RUN-LEFT-EDITED
                MOVE WS-RUN-RIGHT TO WS-RUN-RIGHT-EDITED
                MOVE WS-RUN-CONTRIB TO WS-RUN-CONTRIB-EDITED
                MOVE SPACES TO reportFileRecord
                STRING "  " WS-LINE-LABEL WS-LEFT-EDITED "  "
                       WS-RIGHT-EDITED "  " WS-CONTRIB-EDITED "    "
                       WS-RUN-LEFT-EDITED "    " WS-RUN-RIGHT-EDITED
                       "  " WS-RUN-CONTRIB-EDITED
                    DELIMITED BY SIZE INTO reportFileRecord
                WRITE reportFileRecord
            WHEN "23"
                CONTINUE
            WHEN OTHER
                ADD 1 TO WS-READ-ERRORS
                DISPLAY "IDSTATEMENT: read of ID " ST-ID(WS-ID-IX)
                    " on " WS-SCAN-DATE-X " failed (status "
                    WS-LEDGER-FILE-STATUS ") - day left out"
        END-EVALUATE.

      *> A month the ID was never seen in is not subtotalled, so a
      *> quiet ID's statement is the one NO ACTIVITY line.
    WRITE-MONTH-SUBTOTAL.
        IF WS-MTH-DAYS > 0
            MOVE SPACES TO WS-LINE-LABEL
            STRING "MONTH " WS-CUR-MONTH-YYYY "-" WS-CUR-MONTH-MM
                DELIMITED BY SIZE INTO WS-LINE-LABEL
            MOVE WS-MTH-LEFT TO WS-LEFT-EDITED
            MOVE WS-MTH-RIGHT TO WS-RIGHT-EDITED
            MOVE WS-MTH-CONTRIB TO WS-CONTRIB-EDITED
            MOVE WS-MTH-DAYS TO WS-DAYS-EDITED
            MOVE SPACES TO reportFileRecord
            STRING "  " WS-LINE-LABEL WS-LEFT-EDITED "  "
                   WS-RIGHT-EDITED "  " WS-CONTRIB-EDITED
                   "    DAYS ACTIVE " FUNCTION TRIM(WS-DAYS-EDITED)
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        END-IF
        MOVE 0 TO WS-MTH-DAYS
        MOVE 0 TO WS-MTH-LEFT
        MOVE 0 TO WS-MTH-RIGHT
        MOVE 0 TO WS-MTH-CONTRIB.

    WRITE-STMT-SUMMARY.
        MOVE SPACES TO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "---- SUMMARY ----" DELIMITED BY SIZE
            INTO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "IDS STATED: " WS-ID-COUNT "  WITH ACTIVITY: "
               WS-IDS-ACTIVE "  NO ACTIVITY: " WS-IDS-QUIET
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        IF WS-ID-COUNT > 1
            MOVE "ALL IDS" TO WS-LINE-LABEL
            MOVE WS-GRAND-LEFT TO WS-LEFT-EDITED
            MOVE WS-GRAND-RIGHT TO WS-RIGHT-EDITED
            MOVE WS-GRAND-CONTRIB TO WS-CONTRIB-EDITED
            MOVE WS-GRAND-DAYS TO WS-DAYS-EDITED
            MOVE SPACES TO reportFileRecord
            STRING "  " WS-LINE-LABEL WS-LEFT-EDITED "  "
                   WS-RIGHT-EDITED "  " WS-CONTRIB-EDITED
                   "    ID-DAYS ACTIVE " FUNCTION TRIM(WS-DAYS-EDITED)
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        END-IF

        IF WS-IDS-QUIET > 0
            MOVE SPACES TO reportFileRecord
            STRING "IDS WITH NO ACTIVITY IN THE PERIOD:"
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
            PERFORM VARYING WS-ID-IX FROM 1 BY 1
                    UNTIL WS-ID-IX > WS-ID-COUNT
                IF ST-QUIET(WS-ID-IX)
                    MOVE SPACES TO reportFileRecord
                    STRING "  " ST-ID(WS-ID-IX)
                        DELIMITED BY SIZE INTO reportFileRecord
                    WRITE reportFileRecord
                END-IF
            END-PERFORM
        END-IF

        IF WS-READ-ERRORS > 0
            MOVE SPACES TO reportFileRecord
            STRING "LEDGER READS FAILED: " WS-READ-ERRORS
                   " - THOSE DAYS ARE LEFT OUT OF THE FIGURES"
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        END-IF.

    COPY 'runparm_load.cpy'.
