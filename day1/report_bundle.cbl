      *> ---------------------------------------------------------------
      *> REPORT_BUNDLE.CBL
      *>
      *> ReportBundle builds the nightly report packages. The batch
      *> leaves one 132-column file per report; the distribution list
      *> says which of them each recipient gets and how often, and
      *> this program gathers a recipient's reports for the day into
      *> one paginated bundle (bundle_YYYYMMDD_<recipient>.txt).
      *>
      *> The distribution list (distlist.txt, or the
      *> DL100_DISTRIBUTION_DATASET override) has one line per
      *> recipient and frequency:
      *>
      *>   RECIPIENT <id> <DAILY|MONTHEND> <type,type,...> [<text...>]
      *>
      *>   RECIPIENT SOURCE-TEAM DAILY    REPORT,EXCREPORT Source team
      *>   RECIPIENT SAFETY-DESK DAILY    DAY2REPORT       Safety desk
      *>   RECIPIENT FINANCE     DAILY    BALANCE,ACKRECON Finance
      *>   RECIPIENT FINANCE     MONTHEND MASTERREPORT,BATCHSTATUS
      *>
      *> The id names the bundle file, so it is letters, digits, '-'
      *> and '_' only. A recipient may have several lines; a type
      *> listed both DAILY and MONTHEND is sent daily. Lines that are
      *> not RECIPIENT lines are passed over, a RECIPIENT line that
      *> cannot be used is listed and skipped. The report types:
      *>
      *>   REPORT        Day1Driver report   report_YYYYMMDD.txt, or
      *>                                     the latest rerun's _Rnn
      *>   DAY2REPORT    Day2Driver report   day2_report_YYYYMMDD.txt
      *>   BALANCE       BalanceCheck        balance_YYYYMMDD.txt
      *>   ACKRECON      AckReconcile        ackrecon_YYYYMMDD.txt
      *>   EXCREPORT     ExceptionReport     excreport_YYYYMMDD.txt
      *>   MASTERREPORT  MasterReport        masterreport_YYYYMMDD.txt
      *>   BATCHSTATUS   BatchStatus         batchstatus_YYYYMMDD.txt
      *>
      *> MONTHEND types go out on the last business day of the month
      *> by the processing calendar (calendar_check.cpy) - the bundle
      *> date is month-end when no business day follows it in the
      *> same month.
      *>
      *> A bundle is a banner page, a contents page giving each
      *> report's first page and page count (or NOT PRODUCED when the
      *> report's file is missing), the reports one after another,
      *> each starting on a new page, and an end-of-bundle page with
      *> the page count. Every page begins with a form feed and a
      *> running header: recipient, report name, bundle date and
      *> PAGE n OF m. A recipient with nothing due gets no bundle.
      *>
      *> Every run appends to the distribution manifest
      *> (distmanifest.txt, or DL100_MANIFEST_DATASET) one line per
      *> report per recipient - SENT with its page count and bundle,
      *> NOT-PRODUCED, or NOT-DUE for a recipient with nothing due -
      *> stamped with the date and time the bundle was built, so a
      *> rebuilt bundle shows as a later line for the same date.
      *> What was bundled is listed in bundlerun_YYYYMMDD.txt.
      *>
      *> Operator parameters:
      *>   DL100_BUNDLE_DATE          date bundled            (today)
      *>   DL100_DISTRIBUTION_DATASET distribution list (distlist.txt)
      *>   DL100_MANIFEST_DATASET     manifest      (distmanifest.txt)
      *>   DL100_BUNDLE_PAGE_LINES    lines per page, header
      *>                              included, 20-200           (60)
      *>
      *> Condition codes: 0 = every bundle complete, 4 = a report due
      *> was not produced or a distribution line was rejected,
      *> 12 = parameters or distribution list unusable.
      *> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. ReportBundle.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT distFile ASSIGN TO DYNAMIC WS-DIST-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DIST-FILE-STATUS.

        SELECT sourceFile ASSIGN TO DYNAMIC WS-SOURCE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SOURCE-FILE-STATUS.

        SELECT bundleFile ASSIGN TO DYNAMIC WS-BUNDLE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT manifestFile ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MANIFEST-FILE-STATUS.

        SELECT reportFile ASSIGN TO DYNAMIC WS-BUNDLE-RUN-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT calendarFile ASSIGN TO DYNAMIC WS-CALENDAR-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAL-FILE-STATUS.

        SELECT parmFile ASSIGN TO DYNAMIC WS-PARM-DATASET-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  distFile.
01  distFileRecord PIC X(132).

FD  sourceFile.
01  sourceFileRecord PIC X(132).

FD  bundleFile.
01  bundleFileRecord PIC X(132).

FD  manifestFile.
01  manifestFileRecord PIC X(200).

FD  reportFile.
01  reportFileRecord PIC X(132).

FD  calendarFile.
01  calendarFileRecord PIC X(100).

FD  parmFile.
01  parmFileRecord PIC X(132).

WORKING-STORAGE SECTION.
77  WS-DIST-FILENAME                PIC X(100) VALUE SPACES.
77  WS-DIST-FILE-STATUS             PIC XX VALUE SPACES.
77  WS-SOURCE-FILENAME              PIC X(100) VALUE SPACES.
77  WS-SOURCE-FILE-STATUS           PIC XX VALUE SPACES.
77  WS-BUNDLE-FILENAME              PIC X(100) VALUE SPACES.
77  WS-MANIFEST-FILENAME            PIC X(100) VALUE SPACES.
77  WS-MANIFEST-FILE-STATUS         PIC XX VALUE SPACES.
77  WS-BUNDLE-RUN-FILENAME          PIC X(100) VALUE SPACES.

      *> WS-RUN-DATE is the day CHECK-PROCESSING-DAY classifies; the
      *> month-end test walks it forward from the bundle date.
01  WS-RUN-DATE                     PIC 9(8) VALUE 0.
01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
    05 WS-RUN-YEAR-MONTH            PIC 9(6).
    05 FILLER                       PIC 9(2).
01  WS-BUNDLE-DATE                  PIC 9(8) VALUE 0.
01  WS-BUNDLE-DATE-X REDEFINES WS-BUNDLE-DATE PIC X(8).
01  WS-BUNDLE-DATE-R REDEFINES WS-BUNDLE-DATE.
    05 WS-BUNDLE-YEAR-MONTH         PIC 9(6).
    05 FILLER                       PIC 9(2).
01  WS-TODAY                        PIC 9(8) VALUE 0.
01  WS-TODAY-X REDEFINES WS-TODAY   PIC X(8).
77  WS-NOW                          PIC 9(8) VALUE 0.
77  WS-DATE-INT                     PIC 9(8) VALUE 0.

77  WS-DATE-PARM                    PIC X(10) VALUE SPACES.
77  WS-PAGE-PARM                    PIC X(10) VALUE SPACES.
77  WS-PAGE-LINES                   PIC 9(3) VALUE 60.
77  WS-BODY-LINES                   PIC 9(3) VALUE 57.

77  EOF PIC X VALUE 'N'.
    88 EOF-REACHED                  VALUE 'Y'.

77  WS-MONTH-END-SW                 PIC X VALUE 'N'.
    88 WS-MONTH-END                 VALUE 'Y'.
    88 WS-NOT-MONTH-END             VALUE 'N'.
77  WS-MONTH-END-TEXT               PIC X(3) VALUE "NO".

      *> The report types a recipient may be sent, in the order they
      *> appear in a bundle, and what was found for the bundle date.
01  WS-TYPE-NAMES.
    05 FILLER                       PIC X(12) VALUE "REPORT".
    05 FILLER                       PIC X(20) VALUE "report_".
    05 FILLER                       PIC X(30)
        VALUE "DAY-1 RUN REPORT".
    05 FILLER                       PIC X(12) VALUE "DAY2REPORT".
    05 FILLER                       PIC X(20) VALUE "day2_report_".
    05 FILLER                       PIC X(30)
        VALUE "DAY-2 RUN REPORT".
    05 FILLER                       PIC X(12) VALUE "BALANCE".
    05 FILLER                       PIC X(20) VALUE "balance_".
    05 FILLER                       PIC X(30)
        VALUE "BALANCING REPORT".
    05 FILLER                       PIC X(12) VALUE "ACKRECON".
    05 FILLER                       PIC X(20) VALUE "ackrecon_".
    05 FILLER                       PIC X(30)
        VALUE "ACK RECONCILIATION".
    05 FILLER                       PIC X(12) VALUE "EXCREPORT".
    05 FILLER                       PIC X(20) VALUE "excreport_".
    05 FILLER                       PIC X(30)
        VALUE "EXCEPTION ANALYSIS".
    05 FILLER                       PIC X(12) VALUE "MASTERREPORT".
    05 FILLER                       PIC X(20) VALUE "masterreport_".
    05 FILLER                       PIC X(30)
        VALUE "ID MASTER LIFECYCLE REPORT".
    05 FILLER                       PIC X(12) VALUE "BATCHSTATUS".
    05 FILLER                       PIC X(20) VALUE "batchstatus_".
    05 FILLER                       PIC X(30)
        VALUE "BATCH STATUS PAGE".
01  WS-TYPE-TABLE REDEFINES WS-TYPE-NAMES.
    05 WS-TYPE-ENTRY OCCURS 7 TIMES.
        10 TY-CODE                  PIC X(12).
        10 TY-PREFIX                PIC X(20).
        10 TY-TITLE                 PIC X(30).
77  WS-TYPE-COUNT                   PIC 9 VALUE 7.
77  WS-TYPE-IX                      PIC 9 VALUE 0.
77  WS-TYPE-FOUND-IX                PIC 9 VALUE 0.
77  WS-SEQ-SCAN                     PIC 9(2) VALUE 0.

01  WS-TYPE-FILES.
    05 WS-TYPE-FILE OCCURS 7 TIMES.
        10 TF-FILENAME              PIC X(100).
        10 TF-PRODUCED-SW           PIC X.
            88 TF-PRODUCED          VALUE 'Y'.
        10 TF-LINES                 PIC 9(7).
        10 TF-PAGES                 PIC 9(5).

      *> Distribution list: per recipient, per report type, ' ' not
      *> sent, 'D' daily, 'M' month-end only.
77  WS-RCP-MAX                      PIC 9(3) VALUE 50.
77  WS-RCP-COUNT                    PIC 9(3) VALUE 0.
77  WS-RCP-IX                       PIC 9(3) VALUE 0.
77  WS-RCP-FOUND-IX                 PIC 9(3) VALUE 0.
77  WS-DIST-BAD-LINES               PIC 9(5) VALUE 0.
01  DIST-RECIPIENT-TABLE.
    05 RCP-ENTRY OCCURS 50 TIMES.
        10 RCP-ID                   PIC X(20).
        10 RCP-TEXT                 PIC X(40).
        10 RCP-FREQ OCCURS 7 TIMES  PIC X.
77  WS-DL-TRIMMED                   PIC X(132) VALUE SPACES.
77  WS-DL-PTR                       PIC 9(4) VALUE 1.
77  WS-DL-KEYWORD                   PIC X(12) VALUE SPACES.
77  WS-DL-ID                        PIC X(30) VALUE SPACES.
77  WS-DL-FREQ                      PIC X(12) VALUE SPACES.
77  WS-DL-TYPES                     PIC X(100) VALUE SPACES.
77  WS-DL-TEXT                      PIC X(40) VALUE SPACES.
77  WS-DL-ID-CHECK                  PIC X(30) VALUE SPACES.
77  WS-DL-ONE-TYPE                  PIC X(20) VALUE SPACES.
77  WS-DL-TYPE-PTR                  PIC 9(4) VALUE 1.
77  WS-DL-FREQ-CODE                 PIC X VALUE SPACE.
77  WS-DL-REASON                    PIC X(50) VALUE SPACES.
01  WS-DL-WANTED.
    05 WS-DL-WANT OCCURS 7 TIMES    PIC X.

      *> The bundle being built.
01  WS-BUNDLE-PLAN.
    05 BP-ENTRY OCCURS 7 TIMES.
        10 BP-DUE-SW                PIC X.
            88 BP-DUE               VALUE 'Y'.
        10 BP-START-PAGE            PIC 9(5).
77  WS-DUE-COUNT                    PIC 9 VALUE 0.
77  WS-SENT-COUNT                   PIC 9 VALUE 0.
77  WS-MISSING-COUNT                PIC 9 VALUE 0.
77  WS-NEXT-PAGE                    PIC 9(5) VALUE 0.
77  WS-TOTAL-PAGES                  PIC 9(5) VALUE 0.
77  WS-BUNDLE-PAGE                  PIC 9(5) VALUE 0.
77  WS-LINES-ON-PAGE                PIC 9(3) VALUE 0.
77  WS-PAGE-TITLE                   PIC X(30) VALUE SPACES.
77  WS-BUNDLE-LINE                  PIC X(132) VALUE SPACES.
77  WS-PAGE-WORK                    PIC 9(9) VALUE 0.
77  WS-MANIFEST-STATUS              PIC X(12) VALUE SPACES.
77  WS-PAGES-EDITED                 PIC ZZZZ9.
77  WS-START-EDITED                 PIC ZZZZ9.
77  WS-LINES-EDITED                 PIC Z(6)9.

77  WS-BUNDLES-BUILT                PIC 9(3) VALUE 0.
77  WS-NOTHING-DUE                  PIC 9(3) VALUE 0.
77  WS-REPORTS-SENT                 PIC 9(5) VALUE 0.
77  WS-REPORTS-MISSING              PIC 9(5) VALUE 0.
77  WS-BUNDLE-CC                    PIC 9(2) VALUE 0.

COPY 'runparm_working_storage.cpy'.
COPY 'calendar_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
        PERFORM LOAD-PARM-DATASET
        PERFORM DETERMINE-BUNDLE-PARMS
        PERFORM LOAD-PROCESSING-CALENDAR
        PERFORM CHECK-MONTH-END

        OPEN OUTPUT reportFile
        PERFORM WRITE-BUNDLE-RUN-HEADING
        PERFORM WRITE-PARAMETER-ECHO
        PERFORM LOAD-DISTRIBUTION-LIST
        IF WS-RCP-COUNT = 0
            MOVE SPACES TO reportFileRecord
            STRING "NO RECIPIENTS - NOTHING BUNDLED"
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
            CLOSE reportFile
            DISPLAY "REPORTBUNDLE: no usable recipients in "
                FUNCTION TRIM(WS-DIST-FILENAME)
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF

        PERFORM FIND-REPORT-FILES

        OPEN EXTEND manifestFile
        IF WS-MANIFEST-FILE-STATUS = "35"
            OPEN OUTPUT manifestFile
        END-IF
        MOVE SPACES TO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "---- BUNDLES ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord
        PERFORM VARYING WS-RCP-IX FROM 1 BY 1
                UNTIL WS-RCP-IX > WS-RCP-COUNT
            PERFORM BUILD-RECIPIENT-BUNDLE
        END-PERFORM
        CLOSE manifestFile

        PERFORM WRITE-BUNDLE-RUN-TOTALS
        CLOSE reportFile

        IF WS-REPORTS-MISSING > 0 OR WS-DIST-BAD-LINES > 0
            MOVE 4 TO WS-BUNDLE-CC
        END-IF

        DISPLAY "REPORTBUNDLE: " WS-BUNDLES-BUILT " bundles for "
            WS-BUNDLE-DATE-X ", " WS-REPORTS-SENT " reports sent, "
            WS-REPORTS-MISSING " not produced - see "
            FUNCTION TRIM(WS-MANIFEST-FILENAME)
        MOVE WS-BUNDLE-CC TO RETURN-CODE
        STOP RUN.

    DETERMINE-BUNDLE-PARMS.
        ACCEPT WS-TODAY FROM DATE YYYYMMDD
        ACCEPT WS-NOW FROM TIME
        MOVE WS-TODAY TO WS-BUNDLE-DATE

        MOVE "DL100_BUNDLE_DATE" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-DATE-PARM
        IF WS-DATE-PARM NOT = SPACES
            IF FUNCTION TEST-NUMVAL(WS-DATE-PARM) NOT = 0
                DISPLAY "REPORTBUNDLE: DL100_BUNDLE_DATE '"
                    FUNCTION TRIM(WS-DATE-PARM) "' is not a date"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-DATE-PARM) TO WS-BUNDLE-DATE
        END-IF
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUNDLE-DATE) NOT = 0
            DISPLAY "REPORTBUNDLE: bundle date " WS-BUNDLE-DATE-X
                " is not a valid date"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF

        MOVE "DL100_BUNDLE_PAGE_LINES" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-PAGE-PARM
        IF WS-PAGE-PARM NOT = SPACES
            IF FUNCTION TEST-NUMVAL(WS-PAGE-PARM) NOT = 0
                DISPLAY "REPORTBUNDLE: DL100_BUNDLE_PAGE_LINES '"
                    FUNCTION TRIM(WS-PAGE-PARM) "' is not a number"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            IF FUNCTION NUMVAL(WS-PAGE-PARM) < 20
                    OR FUNCTION NUMVAL(WS-PAGE-PARM) > 200
                DISPLAY "REPORTBUNDLE: DL100_BUNDLE_PAGE_LINES '"
                    FUNCTION TRIM(WS-PAGE-PARM)
                    "' is outside 20-200"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-PAGE-PARM) TO WS-PAGE-LINES
        END-IF
      *> Running header, rule and a blank line open every page.
        COMPUTE WS-BODY-LINES = WS-PAGE-LINES - 3

        MOVE "DL100_DISTRIBUTION_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-DIST-FILENAME
        IF WS-DIST-FILENAME = SPACES
            MOVE "distlist.txt" TO WS-DIST-FILENAME
        END-IF

        MOVE "DL100_MANIFEST_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-MANIFEST-FILENAME
        IF WS-MANIFEST-FILENAME = SPACES
            MOVE "distmanifest.txt" TO WS-MANIFEST-FILENAME
        END-IF

        MOVE SPACES TO WS-BUNDLE-RUN-FILENAME
        STRING "bundlerun_" WS-BUNDLE-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-BUNDLE-RUN-FILENAME.

      *> Month-end is the last business day of the month: walk
      *> forward to the end of the month looking for another one.
    CHECK-MONTH-END.
        SET WS-MONTH-END TO TRUE
        COMPUTE WS-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-BUNDLE-DATE) + 1
        MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-RUN-DATE
        PERFORM UNTIL WS-RUN-YEAR-MONTH NOT = WS-BUNDLE-YEAR-MONTH
                OR WS-NOT-MONTH-END
            PERFORM CHECK-PROCESSING-DAY
            IF CAL-BUSINESS-DAY
                SET WS-NOT-MONTH-END TO TRUE
            ELSE
                ADD 1 TO WS-DATE-INT
                MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                    TO WS-RUN-DATE
            END-IF
        END-PERFORM
        IF WS-MONTH-END
            MOVE "YES" TO WS-MONTH-END-TEXT
        ELSE
            MOVE "NO" TO WS-MONTH-END-TEXT
        END-IF.

    WRITE-BUNDLE-RUN-HEADING.
        MOVE SPACES TO reportFileRecord
        STRING "REPORT BUNDLE RUN " WS-TODAY-X " " WS-NOW(1:6)
               "  BUNDLE DATE " WS-BUNDLE-DATE-X
               "  MONTH-END " FUNCTION TRIM(WS-MONTH-END-TEXT)
               "  PAGE LENGTH " WS-PAGE-LINES
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.

      *> Same layout rules as LOAD-ALERT-ROUTES reads the routing
      *> table: lines that are not RECIPIENT lines are passed over, a
      *> RECIPIENT line that cannot be used is listed and skipped.
    LOAD-DISTRIBUTION-LIST.
        MOVE 0 TO WS-RCP-COUNT
        MOVE SPACES TO reportFileRecord
        WRITE reportFileRecord
        OPEN INPUT distFile
        IF WS-DIST-FILE-STATUS NOT = "00"
            CLOSE distFile
            DISPLAY "LOAD-DISTRIBUTION-LIST: no distribution list "
                FUNCTION TRIM(WS-DIST-FILENAME)
            MOVE SPACES TO reportFileRecord
            STRING "NO DISTRIBUTION LIST "
                   FUNCTION TRIM(WS-DIST-FILENAME)
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        ELSE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ distFile
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        PERFORM LOAD-ONE-DIST-LINE
                END-READ
            END-PERFORM
            CLOSE distFile
            MOVE SPACES TO reportFileRecord
            STRING "DISTRIBUTION LIST " FUNCTION TRIM(WS-DIST-FILENAME)
                   "  RECIPIENTS " WS-RCP-COUNT
                   "  REJECTED " WS-DIST-BAD-LINES
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        END-IF.

    LOAD-ONE-DIST-LINE.
        MOVE SPACES TO WS-DL-KEYWORD WS-DL-ID WS-DL-FREQ WS-DL-TYPES
            WS-DL-TEXT
        MOVE FUNCTION TRIM(distFileRecord) TO WS-DL-TRIMMED
        MOVE 1 TO WS-DL-PTR
        UNSTRING WS-DL-TRIMMED DELIMITED BY ALL SPACE
            INTO WS-DL-KEYWORD, WS-DL-ID, WS-DL-FREQ, WS-DL-TYPES
            WITH POINTER WS-DL-PTR
        END-UNSTRING
        IF WS-DL-PTR <= LENGTH OF WS-DL-TRIMMED
            MOVE FUNCTION TRIM(WS-DL-TRIMMED(WS-DL-PTR:))
                TO WS-DL-TEXT
        END-IF

        IF FUNCTION UPPER-CASE(WS-DL-KEYWORD) = "RECIPIENT"
            MOVE FUNCTION UPPER-CASE(WS-DL-ID) TO WS-DL-ID
            MOVE FUNCTION UPPER-CASE(WS-DL-FREQ) TO WS-DL-FREQ
            MOVE FUNCTION UPPER-CASE(WS-DL-TYPES) TO WS-DL-TYPES
            MOVE WS-DL-ID TO WS-DL-ID-CHECK
            INSPECT WS-DL-ID-CHECK CONVERTING
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-_"
                TO "                                      "
            EVALUATE TRUE
                WHEN WS-DL-ID = SPACES OR WS-DL-FREQ = SPACES
                        OR WS-DL-TYPES = SPACES
                    MOVE "RECIPIENT, FREQUENCY AND TYPES REQUIRED"
                        TO WS-DL-REASON
                WHEN WS-DL-ID(21:) NOT = SPACES
                    MOVE "RECIPIENT LONGER THAN 20" TO WS-DL-REASON
                WHEN WS-DL-ID-CHECK NOT = SPACES
                    MOVE "RECIPIENT NOT LETTERS, DIGITS, - OR _"
                        TO WS-DL-REASON
                WHEN WS-DL-FREQ = "DAILY"
                    MOVE 'D' TO WS-DL-FREQ-CODE
                    MOVE SPACES TO WS-DL-REASON
                WHEN WS-DL-FREQ = "MONTHEND"
                    MOVE 'M' TO WS-DL-FREQ-CODE
                    MOVE SPACES TO WS-DL-REASON
                WHEN OTHER
                    MOVE "FREQUENCY NOT DAILY OR MONTHEND"
                        TO WS-DL-REASON
            END-EVALUATE
            IF WS-DL-REASON = SPACES
                PERFORM TAKE-DIST-TYPES
            END-IF
            IF WS-DL-REASON = SPACES
                PERFORM FIND-RECIPIENT
                IF WS-RCP-FOUND-IX = 0
                    IF WS-RCP-COUNT >= WS-RCP-MAX
                        MOVE "DISTRIBUTION LIST FULL" TO WS-DL-REASON
                    ELSE
                        ADD 1 TO WS-RCP-COUNT
                        MOVE WS-RCP-COUNT TO WS-RCP-FOUND-IX
                        MOVE WS-DL-ID TO RCP-ID(WS-RCP-COUNT)
                        MOVE SPACES TO RCP-TEXT(WS-RCP-COUNT)
                        PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                                UNTIL WS-TYPE-IX > WS-TYPE-COUNT
                            MOVE SPACE
                                TO RCP-FREQ(WS-RCP-COUNT, WS-TYPE-IX)
                        END-PERFORM
                    END-IF
                END-IF
            END-IF
            IF WS-DL-REASON = SPACES
                PERFORM MERGE-RECIPIENT-LINE
            ELSE
                ADD 1 TO WS-DIST-BAD-LINES
                DISPLAY "LOAD-DISTRIBUTION-LIST: line rejected - "
                    FUNCTION TRIM(WS-DL-REASON)
                MOVE SPACES TO reportFileRecord
                STRING "DISTRIBUTION LINE REJECTED - "
                       FUNCTION TRIM(WS-DL-REASON) ": "
                       FUNCTION TRIM(distFileRecord)
                    DELIMITED BY SIZE INTO reportFileRecord
                WRITE reportFileRecord
            END-IF
        END-IF.

      *> The comma-separated type list, each checked against the type
      *> table; one unknown type rejects the whole line.
    TAKE-DIST-TYPES.
        MOVE SPACES TO WS-DL-WANTED
        MOVE 1 TO WS-DL-TYPE-PTR
        PERFORM UNTIL WS-DL-TYPE-PTR > LENGTH OF WS-DL-TYPES
                OR WS-DL-REASON NOT = SPACES
            MOVE SPACES TO WS-DL-ONE-TYPE
            UNSTRING WS-DL-TYPES DELIMITED BY ","
                INTO WS-DL-ONE-TYPE
                WITH POINTER WS-DL-TYPE-PTR
            END-UNSTRING
            IF WS-DL-ONE-TYPE NOT = SPACES
                MOVE 0 TO WS-TYPE-FOUND-IX
                PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                        UNTIL WS-TYPE-IX > WS-TYPE-COUNT
                    IF TY-CODE(WS-TYPE-IX) = WS-DL-ONE-TYPE
                        MOVE WS-TYPE-IX TO WS-TYPE-FOUND-IX
                    END-IF
                END-PERFORM
                IF WS-TYPE-FOUND-IX = 0
                    MOVE SPACES TO WS-DL-REASON
                    STRING "UNKNOWN REPORT TYPE "
                           FUNCTION TRIM(WS-DL-ONE-TYPE)
                        DELIMITED BY SIZE INTO WS-DL-REASON
                ELSE
                    MOVE 'Y' TO WS-DL-WANT(WS-TYPE-FOUND-IX)
                END-IF
            END-IF
        END-PERFORM.

    FIND-RECIPIENT.
        MOVE 0 TO WS-RCP-FOUND-IX
        PERFORM VARYING WS-RCP-IX FROM 1 BY 1
                UNTIL WS-RCP-IX > WS-RCP-COUNT
            IF RCP-ID(WS-RCP-IX) = WS-DL-ID
                MOVE WS-RCP-IX TO WS-RCP-FOUND-IX
            END-IF
        END-PERFORM.

      *> Daily outranks month-end for a type listed under both.
    MERGE-RECIPIENT-LINE.
        IF RCP-TEXT(WS-RCP-FOUND-IX) = SPACES
            MOVE WS-DL-TEXT TO RCP-TEXT(WS-RCP-FOUND-IX)
        END-IF
        PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                UNTIL WS-TYPE-IX > WS-TYPE-COUNT
            IF WS-DL-WANT(WS-TYPE-IX) = 'Y'
                IF WS-DL-FREQ-CODE = 'D'
                        OR RCP-FREQ(WS-RCP-FOUND-IX, WS-TYPE-IX) = SPACE
                    MOVE WS-DL-FREQ-CODE
                        TO RCP-FREQ(WS-RCP-FOUND-IX, WS-TYPE-IX)
                END-IF
            END-IF
        END-PERFORM.

      *> ---------------------------------------------------------------
      *> The bundle date's report files, looked up and measured once
      *> for every recipient.
      *> ---------------------------------------------------------------
    FIND-REPORT-FILES.
        MOVE SPACES TO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "---- REPORTS FOR " WS-BUNDLE-DATE-X " ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                UNTIL WS-TYPE-IX > WS-TYPE-COUNT
            MOVE SPACES TO TF-FILENAME(WS-TYPE-IX)
            STRING FUNCTION TRIM(TY-PREFIX(WS-TYPE-IX))
                   WS-BUNDLE-DATE-X ".txt"
                DELIMITED BY SIZE INTO TF-FILENAME(WS-TYPE-IX)
            IF TY-CODE(WS-TYPE-IX) = "REPORT"
                PERFORM FIND-LATEST-DAY1-REPORT
            END-IF

            MOVE TF-FILENAME(WS-TYPE-IX) TO WS-SOURCE-FILENAME
            PERFORM COUNT-SOURCE-LINES
            MOVE 0 TO TF-PAGES(WS-TYPE-IX)
            IF TF-PRODUCED(WS-TYPE-IX)
                COMPUTE WS-PAGE-WORK =
                    TF-LINES(WS-TYPE-IX) + WS-BODY-LINES - 1
                DIVIDE WS-PAGE-WORK BY WS-BODY-LINES
                    GIVING TF-PAGES(WS-TYPE-IX)
                IF TF-PAGES(WS-TYPE-IX) = 0
                    MOVE 1 TO TF-PAGES(WS-TYPE-IX)
                END-IF
            END-IF

            MOVE SPACES TO reportFileRecord
            IF TF-PRODUCED(WS-TYPE-IX)
                MOVE TF-LINES(WS-TYPE-IX) TO WS-LINES-EDITED
                MOVE TF-PAGES(WS-TYPE-IX) TO WS-PAGES-EDITED
                STRING TY-CODE(WS-TYPE-IX) " "
                       TF-FILENAME(WS-TYPE-IX)(1:40)
                       " LINES " WS-LINES-EDITED
                       "  PAGES " WS-PAGES-EDITED
                    DELIMITED BY SIZE INTO reportFileRecord
            ELSE
                STRING TY-CODE(WS-TYPE-IX) " "
                       TF-FILENAME(WS-TYPE-IX)(1:40)
                       " NOT PRODUCED"
                    DELIMITED BY SIZE INTO reportFileRecord
            END-IF
            WRITE reportFileRecord
        END-PERFORM.

      *> Same-day reruns write report_YYYYMMDD_Rnn.txt with the
      *> sequence allocated densely, so the last one present is the
      *> report that stands.
    FIND-LATEST-DAY1-REPORT.
        MOVE 0 TO WS-SEQ-SCAN
        MOVE "00" TO WS-SOURCE-FILE-STATUS
        PERFORM UNTIL WS-SOURCE-FILE-STATUS NOT = "00"
                OR WS-SEQ-SCAN >= 99
            ADD 1 TO WS-SEQ-SCAN
            MOVE SPACES TO WS-SOURCE-FILENAME
            STRING "report_" WS-BUNDLE-DATE-X
                   "_R" WS-SEQ-SCAN ".txt"
                DELIMITED BY SIZE INTO WS-SOURCE-FILENAME
            OPEN INPUT sourceFile
            IF WS-SOURCE-FILE-STATUS = "00"
                MOVE WS-SOURCE-FILENAME TO TF-FILENAME(WS-TYPE-IX)
            END-IF
            CLOSE sourceFile
        END-PERFORM.

    COUNT-SOURCE-LINES.
        MOVE 'N' TO TF-PRODUCED-SW(WS-TYPE-IX)
        MOVE 0 TO TF-LINES(WS-TYPE-IX)
        OPEN INPUT sourceFile
        IF WS-SOURCE-FILE-STATUS NOT = "00"
            CLOSE sourceFile
        ELSE
            MOVE 'Y' TO TF-PRODUCED-SW(WS-TYPE-IX)
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ sourceFile
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        ADD 1 TO TF-LINES(WS-TYPE-IX)
                END-READ
            END-PERFORM
            CLOSE sourceFile
        END-IF.

      *> ---------------------------------------------------------------
      *> One recipient's bundle. The page plan is laid out first so
      *> the contents page and every running header can give the
      *> page count before the first report is copied.
      *> ---------------------------------------------------------------
    BUILD-RECIPIENT-BUNDLE.
        MOVE 0 TO WS-DUE-COUNT WS-SENT-COUNT WS-MISSING-COUNT
      *> Banner is page 1, contents page 2.
        MOVE 3 TO WS-NEXT-PAGE
        PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                UNTIL WS-TYPE-IX > WS-TYPE-COUNT
            MOVE 'N' TO BP-DUE-SW(WS-TYPE-IX)
            MOVE 0 TO BP-START-PAGE(WS-TYPE-IX)
            IF RCP-FREQ(WS-RCP-IX, WS-TYPE-IX) = 'D'
                    OR (RCP-FREQ(WS-RCP-IX, WS-TYPE-IX) = 'M'
                        AND WS-MONTH-END)
                MOVE 'Y' TO BP-DUE-SW(WS-TYPE-IX)
                ADD 1 TO WS-DUE-COUNT
                IF TF-PRODUCED(WS-TYPE-IX)
                    ADD 1 TO WS-SENT-COUNT
                    MOVE WS-NEXT-PAGE TO BP-START-PAGE(WS-TYPE-IX)
                    ADD TF-PAGES(WS-TYPE-IX) TO WS-NEXT-PAGE
                ELSE
                    ADD 1 TO WS-MISSING-COUNT
                END-IF
            END-IF
        END-PERFORM
      *> The end-of-bundle page is the last.
        MOVE WS-NEXT-PAGE TO WS-TOTAL-PAGES

        MOVE SPACES TO WS-BUNDLE-FILENAME
        STRING "bundle_" WS-BUNDLE-DATE-X "_"
               FUNCTION TRIM(RCP-ID(WS-RCP-IX)) ".txt"
            DELIMITED BY SIZE INTO WS-BUNDLE-FILENAME

        IF WS-DUE-COUNT = 0
            ADD 1 TO WS-NOTHING-DUE
            MOVE SPACES TO reportFileRecord
            STRING RCP-ID(WS-RCP-IX) " NOTHING DUE"
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
            MOVE SPACES TO manifestFileRecord
            STRING WS-BUNDLE-DATE-X " " RCP-ID(WS-RCP-IX) " "
                   "(NONE)       NOT-DUE     "
                   " BUILT " WS-TODAY-X " " WS-NOW(1:6)
                DELIMITED BY SIZE INTO manifestFileRecord
            WRITE manifestFileRecord
        ELSE
            OPEN OUTPUT bundleFile
            MOVE 0 TO WS-BUNDLE-PAGE
            PERFORM WRITE-BANNER-PAGE
            PERFORM WRITE-CONTENTS-PAGE
            PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                    UNTIL WS-TYPE-IX > WS-TYPE-COUNT
                IF BP-DUE(WS-TYPE-IX) AND TF-PRODUCED(WS-TYPE-IX)
                    PERFORM COPY-REPORT-PAGES
                END-IF
            END-PERFORM
            PERFORM WRITE-END-PAGE
            CLOSE bundleFile
            ADD 1 TO WS-BUNDLES-BUILT
            ADD WS-SENT-COUNT TO WS-REPORTS-SENT
            ADD WS-MISSING-COUNT TO WS-REPORTS-MISSING

            MOVE WS-TOTAL-PAGES TO WS-PAGES-EDITED
            MOVE SPACES TO reportFileRecord
            STRING RCP-ID(WS-RCP-IX) " "
                   WS-BUNDLE-FILENAME(1:44)
                   " REPORTS " WS-SENT-COUNT
                   "  NOT PRODUCED " WS-MISSING-COUNT
                   "  PAGES " WS-PAGES-EDITED
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord

            PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                    UNTIL WS-TYPE-IX > WS-TYPE-COUNT
                IF BP-DUE(WS-TYPE-IX)
                    PERFORM WRITE-MANIFEST-LINE
                END-IF
            END-PERFORM
        END-IF.

    WRITE-MANIFEST-LINE.
        MOVE SPACES TO manifestFileRecord
        IF TF-PRODUCED(WS-TYPE-IX)
            MOVE "SENT" TO WS-MANIFEST-STATUS
            MOVE TF-PAGES(WS-TYPE-IX) TO WS-PAGES-EDITED
            STRING WS-BUNDLE-DATE-X " " RCP-ID(WS-RCP-IX) " "
                   TY-CODE(WS-TYPE-IX) " " WS-MANIFEST-STATUS
                   " BUILT " WS-TODAY-X " " WS-NOW(1:6)
                   " PAGES " WS-PAGES-EDITED
                   " FILE " FUNCTION TRIM(TF-FILENAME(WS-TYPE-IX))
                   " BUNDLE " FUNCTION TRIM(WS-BUNDLE-FILENAME)
                DELIMITED BY SIZE INTO manifestFileRecord
        ELSE
            MOVE "NOT-PRODUCED" TO WS-MANIFEST-STATUS
            STRING WS-BUNDLE-DATE-X " " RCP-ID(WS-RCP-IX) " "
                   TY-CODE(WS-TYPE-IX) " " WS-MANIFEST-STATUS
                   " BUILT " WS-TODAY-X " " WS-NOW(1:6)
                   " FILE " FUNCTION TRIM(TF-FILENAME(WS-TYPE-IX))
                DELIMITED BY SIZE INTO manifestFileRecord
        END-IF
        WRITE manifestFileRecord.

      *> Every page opens on a form feed with the running header, so
      *> the whole bundle is written with carriage control.
    START-BUNDLE-PAGE.
        ADD 1 TO WS-BUNDLE-PAGE
        MOVE SPACES TO bundleFileRecord
        STRING "REPORT BUNDLE  " RCP-ID(WS-RCP-IX) "  "
               WS-PAGE-TITLE "  RUN DATE " WS-BUNDLE-DATE-X
            DELIMITED BY SIZE INTO bundleFileRecord
        MOVE WS-BUNDLE-PAGE TO WS-START-EDITED
        MOVE WS-TOTAL-PAGES TO WS-PAGES-EDITED
        STRING "PAGE " WS-START-EDITED " OF " WS-PAGES-EDITED
            DELIMITED BY SIZE INTO bundleFileRecord(112:21)
        WRITE bundleFileRecord AFTER ADVANCING PAGE
        MOVE ALL "-" TO bundleFileRecord
        WRITE bundleFileRecord AFTER ADVANCING 1 LINE
        MOVE SPACES TO bundleFileRecord
        WRITE bundleFileRecord AFTER ADVANCING 1 LINE
        MOVE 0 TO WS-LINES-ON-PAGE.

    WRITE-BUNDLE-LINE.
        IF WS-LINES-ON-PAGE >= WS-BODY-LINES
            PERFORM START-BUNDLE-PAGE
        END-IF
        MOVE WS-BUNDLE-LINE TO bundleFileRecord
        WRITE bundleFileRecord AFTER ADVANCING 1 LINE
        ADD 1 TO WS-LINES-ON-PAGE.

    WRITE-BANNER-PAGE.
        MOVE "DISTRIBUTION BUNDLE" TO WS-PAGE-TITLE
        PERFORM START-BUNDLE-PAGE
        MOVE SPACES TO WS-BUNDLE-LINE
        PERFORM WRITE-BUNDLE-LINE
        MOVE SPACES TO WS-BUNDLE-LINE
        STRING "    REPORT DISTRIBUTION BUNDLE FOR "
               FUNCTION TRIM(RCP-ID(WS-RCP-IX))
            DELIMITED BY SIZE INTO WS-BUNDLE-LINE
        PERFORM WRITE-BUNDLE-LINE
        IF RCP-TEXT(WS-RCP-IX) NOT = SPACES
            MOVE SPACES TO WS-BUNDLE-LINE
            STRING "    " RCP-TEXT(WS-RCP-IX)
                DELIMITED BY SIZE INTO WS-BUNDLE-LINE
            PERFORM WRITE-BUNDLE-LINE
        END-IF
        MOVE SPACES TO WS-BUNDLE-LINE
        PERFORM WRITE-BUNDLE-LINE
        MOVE SPACES TO WS-BUNDLE-LINE
        STRING "    RUN DATE " WS-BUNDLE-DATE-X
               "    MONTH-END " WS-MONTH-END-TEXT
            DELIMITED BY SIZE INTO WS-BUNDLE-LINE
        PERFORM WRITE-BUNDLE-LINE
        MOVE SPACES TO WS-BUNDLE-LINE
        STRING "    BUILT " WS-TODAY-X " " WS-NOW(1:6)
            DELIMITED BY SIZE INTO WS-BUNDLE-LINE
        PERFORM WRITE-BUNDLE-LINE
        MOVE WS-TOTAL-PAGES TO WS-PAGES-EDITED
        MOVE SPACES TO WS-BUNDLE-LINE
        STRING "    REPORTS " WS-SENT-COUNT
               "    NOT PRODUCED " WS-MISSING-COUNT
               "    PAGES " WS-PAGES-EDITED
            DELIMITED BY SIZE INTO WS-BUNDLE-LINE
        PERFORM WRITE-BUNDLE-LINE.

    WRITE-CONTENTS-PAGE.
        MOVE "CONTENTS" TO WS-PAGE-TITLE
        PERFORM START-BUNDLE-PAGE
        MOVE SPACES TO WS-BUNDLE-LINE
        STRING "TYPE         REPORT                         "
               "FILE                                     "
               " PAGE  PAGES"
            DELIMITED BY SIZE INTO WS-BUNDLE-LINE
        PERFORM WRITE-BUNDLE-LINE
        PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                UNTIL WS-TYPE-IX > WS-TYPE-COUNT
            IF BP-DUE(WS-TYPE-IX)
                MOVE SPACES TO WS-BUNDLE-LINE
                IF TF-PRODUCED(WS-TYPE-IX)
                    MOVE BP-START-PAGE(WS-TYPE-IX) TO WS-START-EDITED
                    MOVE TF-PAGES(WS-TYPE-IX) TO WS-PAGES-EDITED
                    STRING TY-CODE(WS-TYPE-IX) " "
                           TY-TITLE(WS-TYPE-IX) " "
                           TF-FILENAME(WS-TYPE-IX)(1:40) " "
                           WS-START-EDITED "  " WS-PAGES-EDITED
                        DELIMITED BY SIZE INTO WS-BUNDLE-LINE
                ELSE
                    STRING TY-CODE(WS-TYPE-IX) " "
                           TY-TITLE(WS-TYPE-IX) " "
                           TF-FILENAME(WS-TYPE-IX)(1:40) " "
                           "NOT PRODUCED"
                        DELIMITED BY SIZE INTO WS-BUNDLE-LINE
                END-IF
                PERFORM WRITE-BUNDLE-LINE
            END-IF
        END-PERFORM.

    COPY-REPORT-PAGES.
        MOVE TY-TITLE(WS-TYPE-IX) TO WS-PAGE-TITLE
        MOVE WS-BODY-LINES TO WS-LINES-ON-PAGE
        MOVE TF-FILENAME(WS-TYPE-IX) TO WS-SOURCE-FILENAME
        OPEN INPUT sourceFile
        IF TF-LINES(WS-TYPE-IX) = 0
            MOVE "(REPORT IS EMPTY)" TO WS-BUNDLE-LINE
            PERFORM WRITE-BUNDLE-LINE
        ELSE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ sourceFile
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        MOVE sourceFileRecord TO WS-BUNDLE-LINE
                        PERFORM WRITE-BUNDLE-LINE
                END-READ
            END-PERFORM
        END-IF
        CLOSE sourceFile.

    WRITE-END-PAGE.
        MOVE "END OF BUNDLE" TO WS-PAGE-TITLE
        PERFORM START-BUNDLE-PAGE
        MOVE WS-TOTAL-PAGES TO WS-PAGES-EDITED
        MOVE SPACES TO WS-BUNDLE-LINE
        STRING "    END OF BUNDLE FOR " FUNCTION TRIM(RCP-ID(WS-RCP-IX))
               "  RUN DATE " WS-BUNDLE-DATE-X
               "  TOTAL PAGES " WS-PAGES-EDITED
            DELIMITED BY SIZE INTO WS-BUNDLE-LINE
        PERFORM WRITE-BUNDLE-LINE
        MOVE SPACES TO WS-BUNDLE-LINE
        STRING "    REPORTS " WS-SENT-COUNT
               "  NOT PRODUCED " WS-MISSING-COUNT
            DELIMITED BY SIZE INTO WS-BUNDLE-LINE
        PERFORM WRITE-BUNDLE-LINE.

    WRITE-BUNDLE-RUN-TOTALS.
        MOVE SPACES TO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "BUNDLE TOTALS: " WS-BUNDLES-BUILT " BUNDLES, "
               WS-NOTHING-DUE " RECIPIENTS WITH NOTHING DUE, "
               WS-REPORTS-SENT " REPORTS SENT, "
               WS-REPORTS-MISSING " NOT PRODUCED"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "MANIFEST " FUNCTION TRIM(WS-MANIFEST-FILENAME)
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.

    COPY 'runparm_load.cpy'.
    COPY 'calendar_check.cpy'.
