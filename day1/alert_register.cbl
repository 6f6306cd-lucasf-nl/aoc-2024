      *> ---------------------------------------------------------------
      *> ALERT_REGISTER.CBL
      *>
      *> AlertRegister keeps the operator alert register: one keyed
      *> dataset (alertreg.dat, or the DL100_ALERT_REGISTER override,
      *> record layout alert_record.cpy) holding every alert the batch
      *> programs have raised and whether anyone has dealt with it.
      *> Each run does three things.
      *>
      *> 1. Collect. The alert files of the last DL100_ALERT_SCAN_DAYS
      *>    days, today included, are read and each alert in them is
      *>    added to the register as OPEN:
      *>
      *>      TYPE           SEVERITY SOURCE        FILE
      *>      TOLERANCE      HIGH     Day1Driver    alert_YYYYMMDD.txt
      *>      ACK-MISMATCH   HIGH     AckReconcile  ackalert_YYYYMMDD.txt
      *>      ACK-OVERDUE    MEDIUM   AckReconcile  ackalert_YYYYMMDD.txt
      *>      PATH-VERIFY    HIGH     Day1Driver    pathverify_YYYYMMDD.txt
      *>      BALANCE        HIGH     BalanceCheck  balance_YYYYMMDD.txt
      *>      D2-REGRESSION  MEDIUM   Day2Trend     day2_trend_YYYYMMDD.txt
      *>      STALE-LOCK     LOW      (the driver)  lockalert_YYYYMMDD.txt
      *>      FREQ-SPIKE     MEDIUM   Day1Driver    spikes_YYYYMMDD.txt
      *>
      *>    TOLERANCE, PATH-VERIFY, BALANCE and FREQ-SPIKE are one
      *>    alert per file (the file's date is the run date; a
      *>    _CORRECTED spikes file is a second alert, sequence 2) and
      *>    only when the file reports a breach, mismatch or flagged
      *>    ID. ACK-MISMATCH and ACK-OVERDUE are keyed on the extract
      *>    date the line names, D2-REGRESSION on the Day-2 run date,
      *>    so the same alert repeated in later days' files is held
      *>    once. STALE-LOCK is one alert per override line.
      *>    An alert already in the register is left as it stands -
      *>    whatever its status - so a run may be repeated freely.
      *>    The alert is dated raised on the date of the file it was
      *>    first found in.
      *>
      *> 2. Transactions. Operators acknowledge and resolve alerts in
      *>    the transaction dataset (alerttrans_YYYYMMDD.txt for today,
      *>    or DL100_ALERT_TRANS_DATASET), one per line:
      *>
      *>      ACK     <run date> <type> <seq> <operator> <comment...>
      *>      RESOLVE <run date> <type> <seq> <operator> <comment...>
      *>
      *>      ACK     20250310 BALANCE 1 jsmith Looking at the extract
      *>      RESOLVE 20250310 BALANCE 1 jsmith Rerun balanced clean
      *>
      *>    A comment is required. OPEN may be acknowledged; OPEN or
      *>    ACKNOWLEDGED may be resolved; a resolved alert is closed.
      *>    Each transaction is checked against the operator register
      *>    (function ALERT, operator_check.cpy) and logged to the
      *>    security log. A step the same operator has already
      *>    recorded is reported as already applied, so a transaction
      *>    file may be run through again. Anything else that cannot
      *>    be applied is rejected and listed. Blank lines and lines
      *>    starting with * are ignored.
      *>
      *> 3. Report. The routing table (alertroute.txt, or
      *>    DL100_ALERT_ROUTE_DATASET) names the owner of each alert
      *>    type and how many days an alert may stay unresolved:
      *>
      *>      ROUTE <type|DEFAULT> <owner> <max open days> [<severity>]
      *>
      *>      ROUTE BALANCE       FINANCE-OPS  1 HIGH
      *>      ROUTE D2-REGRESSION SAFETY-DESK  5
      *>      ROUTE DEFAULT       BATCH-OPS    3
      *>
      *>    DEFAULT covers the types not listed; a type with neither
      *>    goes to UNROUTED with DL100_ALERT_OPEN_DAYS (3). A severity
      *>    given overrides the standard one for alerts registered
      *>    from then on. Every unresolved alert whose age - days since
      *>    it was raised - is past its owner's limit is written to
      *>    the escalation listing (alertesc_YYYYMMDD.txt). The ageing
      *>    report (alertage_YYYYMMDD.txt) shows the unresolved alerts
      *>    by owner, oldest first, and per owner the count in each
      *>    age band (0-1, 2-3, 4-7, 8-14, 15+ days).
      *>
      *> What was collected and what each transaction did is listed
      *> in alertrun_YYYYMMDD.txt.
      *>
      *> Operator parameters:
      *>   DL100_ALERT_REGISTER      register             (alertreg.dat)
      *>   DL100_ALERT_SCAN_DAYS     days of alert files collected (7)
      *>   DL100_ALERT_TRANS_DATASET transactions
      *>                                  (alerttrans_YYYYMMDD.txt)
      *>   DL100_ALERT_ROUTE_DATASET routing table      (alertroute.txt)
      *>   DL100_ALERT_OPEN_DAYS     limit for unrouted types      (3)
      *>
      *> Condition codes: 0 = nothing past its limit, 4 = a
      *> transaction or routing line was rejected, 8 = alerts past
      *> their limit have been escalated, 12 = parameters or register
      *> unusable.
      *> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. AlertRegister.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT alertRegisterFile ASSIGN TO DYNAMIC WS-ALERT-REG-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AR-KEY
            FILE STATUS IS WS-ALERT-REG-FILE-STATUS.

        SELECT alertSourceFile ASSIGN TO DYNAMIC WS-SOURCE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SOURCE-FILE-STATUS.

        SELECT routeFile ASSIGN TO DYNAMIC WS-ROUTE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ROUTE-FILE-STATUS.

        SELECT transFile ASSIGN TO DYNAMIC WS-TRANS-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANS-FILE-STATUS.

        SELECT reportFile ASSIGN TO DYNAMIC WS-ALERT-RUN-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT escalationFile ASSIGN TO DYNAMIC WS-ESCALATION-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT ageingFile ASSIGN TO DYNAMIC WS-AGEING-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT parmFile ASSIGN TO DYNAMIC WS-PARM-DATASET-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-FILE-STATUS.

        SELECT operatorFile ASSIGN TO DYNAMIC WS-OPERATOR-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERATOR-FILE-STATUS.

        SELECT securityLogFile ASSIGN TO DYNAMIC WS-SECLOG-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SECLOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  alertRegisterFile.
COPY 'alert_record.cpy'.

FD  alertSourceFile.
01  alertSourceFileRecord PIC X(200).

FD  routeFile.
01  routeFileRecord PIC X(132).

FD  transFile.
01  transFileRecord PIC X(200).

FD  reportFile.
01  reportFileRecord PIC X(132).

FD  escalationFile.
01  escalationFileRecord PIC X(132).

FD  ageingFile.
01  ageingFileRecord PIC X(132).

FD  parmFile.
01  parmFileRecord PIC X(132).

FD  operatorFile.
01  operatorFileRecord PIC X(132).

FD  securityLogFile.
01  securityLogFileRecord PIC X(200).

WORKING-STORAGE SECTION.
77  WS-ALERT-REG-FILENAME           PIC X(100) VALUE SPACES.
77  WS-ALERT-REG-FILE-STATUS        PIC XX VALUE SPACES.
77  WS-SOURCE-FILENAME              PIC X(100) VALUE SPACES.
77  WS-SOURCE-FILE-STATUS           PIC XX VALUE SPACES.
77  WS-ROUTE-FILENAME               PIC X(100) VALUE SPACES.
77  WS-ROUTE-FILE-STATUS            PIC XX VALUE SPACES.
77  WS-TRANS-FILENAME               PIC X(100) VALUE SPACES.
77  WS-TRANS-FILE-STATUS            PIC XX VALUE SPACES.
77  WS-ALERT-RUN-FILENAME           PIC X(100) VALUE SPACES.
77  WS-ESCALATION-FILENAME          PIC X(100) VALUE SPACES.
77  WS-AGEING-FILENAME              PIC X(100) VALUE SPACES.

01  WS-TODAY                        PIC 9(8) VALUE 0.
01  WS-TODAY-X REDEFINES WS-TODAY   PIC X(8).
01  WS-SCAN-DATE                    PIC 9(8) VALUE 0.
01  WS-SCAN-DATE-X REDEFINES WS-SCAN-DATE PIC X(8).
77  WS-TODAY-INT                    PIC 9(8) VALUE 0.
77  WS-DATE-INT                     PIC 9(8) VALUE 0.
77  WS-DAY-OFFSET                   PIC 9(4) VALUE 0.

77  WS-SCAN-PARM                    PIC X(10) VALUE SPACES.
77  WS-SCAN-DAYS                    PIC 9(4) VALUE 7.
77  WS-SCAN-DAY-LIMIT               PIC 9(4) VALUE 400.
77  WS-OPEN-DAYS-PARM               PIC X(10) VALUE SPACES.
77  WS-DEFAULT-OPEN-DAYS            PIC 9(3) VALUE 3.

77  EOF PIC X VALUE 'N'.
    88 EOF-REACHED                  VALUE 'Y'.
77  WS-REG-EOF-SW                   PIC X VALUE 'N'.
    88 WS-REG-EOF                   VALUE 'Y'.
    88 WS-REG-MORE                  VALUE 'N'.

      *> The alert file being collected: which kind of file it is,
      *> and for the one-alert-per-file kinds whether it reported
      *> anything and the line that best describes it.
77  WS-SOURCE-KIND                  PIC X VALUE SPACE.
    88 WS-SRC-TOLERANCE             VALUE 'T'.
    88 WS-SRC-ACK                   VALUE 'K'.
    88 WS-SRC-PATH-VERIFY           VALUE 'P'.
    88 WS-SRC-BALANCE               VALUE 'B'.
    88 WS-SRC-TREND                 VALUE 'R'.
    88 WS-SRC-LOCK                  VALUE 'L'.
    88 WS-SRC-SPIKE                 VALUE 'S'.
77  WS-SOURCE-BASE-NAME             PIC X(40) VALUE SPACES.
77  WS-FILE-SEQ                     PIC 9(3) VALUE 1.
77  WS-FILE-LINE                    PIC 9(5) VALUE 0.
77  WS-FILE-HITS                    PIC 9(5) VALUE 0.
77  WS-FILE-TEXT                    PIC X(100) VALUE SPACES.
77  WS-FILES-READ                   PIC 9(5) VALUE 0.
77  WS-MARK-TALLY                   PIC 9(3) VALUE 0.
77  WS-LINE-TOKEN-1                 PIC X(20) VALUE SPACES.
77  WS-LINE-TOKEN-2                 PIC X(20) VALUE SPACES.
77  WS-LINE-TOKEN-3                 PIC X(20) VALUE SPACES.
77  WS-LINE-TOKEN-4                 PIC X(20) VALUE SPACES.
77  WS-LINE-TOKEN-5                 PIC X(20) VALUE SPACES.
77  WS-LINE-REST                    PIC X(200) VALUE SPACES.

      *> The alert about to be registered.
01  WS-NEW-DATE                     PIC 9(8) VALUE 0.
01  WS-NEW-DATE-X REDEFINES WS-NEW-DATE PIC X(8).
77  WS-NEW-TYPE                     PIC X(14) VALUE SPACES.
77  WS-NEW-SEQ                      PIC 9(3) VALUE 0.
77  WS-NEW-PROGRAM                  PIC X(12) VALUE SPACES.
77  WS-NEW-TEXT                     PIC X(100) VALUE SPACES.
77  WS-PREV-DATE                    PIC 9(8) VALUE 0.
77  WS-PREV-TYPE                    PIC X(14) VALUE SPACES.

77  WS-ALERTS-NEW                   PIC 9(7) VALUE 0.
77  WS-ALERTS-HELD                  PIC 9(7) VALUE 0.
77  WS-ALERTS-FAILED                PIC 9(7) VALUE 0.

      *> Routing table, and the route FIND-ALERT-ROUTE found for
      *> WS-LOOK-TYPE.
77  WS-ROUTE-MAX                    PIC 9(3) VALUE 50.
77  WS-ROUTE-COUNT                  PIC 9(3) VALUE 0.
77  WS-ROUTE-IX                     PIC 9(3) VALUE 0.
77  WS-ROUTE-BAD-LINES              PIC 9(5) VALUE 0.
01  ALERT-ROUTE-TABLE.
    05 ROUTE-ENTRY OCCURS 50 TIMES.
        10 RT-TYPE                  PIC X(14).
        10 RT-OWNER                 PIC X(20).
        10 RT-OPEN-DAYS             PIC 9(3).
        10 RT-SEVERITY              PIC X(6).
77  WS-RT-KEYWORD                   PIC X(10) VALUE SPACES.
77  WS-RT-TYPE                      PIC X(20) VALUE SPACES.
77  WS-RT-OWNER                     PIC X(30) VALUE SPACES.
77  WS-RT-DAYS                      PIC X(10) VALUE SPACES.
77  WS-RT-SEVERITY                  PIC X(10) VALUE SPACES.
77  WS-LOOK-TYPE                    PIC X(14) VALUE SPACES.
77  WS-LOOK-OWNER                   PIC X(20) VALUE SPACES.
77  WS-LOOK-OPEN-DAYS               PIC 9(3) VALUE 0.
77  WS-LOOK-SEVERITY                PIC X(6) VALUE SPACES.

      *> Transaction being applied.
77  WS-TX-LINE                      PIC 9(5) VALUE 0.
77  WS-TX-VERB                      PIC X(10) VALUE SPACES.
77  WS-TX-DATE                      PIC X(10) VALUE SPACES.
77  WS-TX-TYPE                      PIC X(20) VALUE SPACES.
77  WS-TX-SEQ                       PIC X(10) VALUE SPACES.
77  WS-TX-OPERATOR                  PIC X(30) VALUE SPACES.
77  WS-TX-COMMENT                   PIC X(60) VALUE SPACES.
77  WS-TX-TRIMMED                   PIC X(200) VALUE SPACES.
77  WS-TX-PTR                       PIC 9(4) VALUE 1.
77  WS-TX-REASON                    PIC X(50) VALUE SPACES.
77  WS-TX-OUTCOME                   PIC X(16) VALUE SPACES.
77  WS-TX-READ                      PIC 9(5) VALUE 0.
77  WS-TX-APPLIED                   PIC 9(5) VALUE 0.
77  WS-TX-REPEATED                  PIC 9(5) VALUE 0.
77  WS-TX-REJECTED                  PIC 9(5) VALUE 0.
77  WS-TX-STATE-SW                  PIC X VALUE 'N'.
    88 WS-TX-GOOD                   VALUE 'Y'.
    88 WS-TX-BAD                    VALUE 'N'.

      *> Unresolved alerts, held for the ageing report and sorted by
      *> owner, oldest first.
77  WS-AGE-MAX                      PIC 9(5) VALUE 5000.
77  WS-AGE-COUNT                    PIC 9(5) VALUE 0.
77  WS-AGE-OVERFLOW                 PIC 9(5) VALUE 0.
77  WS-AGE-IX                       PIC 9(5) VALUE 0.
01  ALERT-AGE-TABLE.
    05 AGE-ENTRY OCCURS 0 TO 5000 TIMES
            DEPENDING ON WS-AGE-COUNT.
        10 AG-OWNER                 PIC X(20).
        10 AG-AGE                   PIC 9(5).
        10 AG-RUN-DATE              PIC 9(8).
        10 AG-TYPE                  PIC X(14).
        10 AG-SEQ                   PIC 9(3).
        10 AG-SEVERITY              PIC X(6).
        10 AG-STATUS                PIC X(12).
        10 AG-OVER-LIMIT            PIC X.
        10 AG-TEXT                  PIC X(50).
77  WS-AGE-DAYS                     PIC 9(5) VALUE 0.
77  WS-AGE-BAND                     PIC 9 VALUE 0.
77  WS-OWNER-BREAK                  PIC X(20) VALUE SPACES.
01  WS-OWNER-BANDS.
    05 WS-OWNER-BAND OCCURS 5 TIMES PIC 9(5).
77  WS-OWNER-TOTAL                  PIC 9(5) VALUE 0.
77  WS-OWNER-OVER                   PIC 9(5) VALUE 0.
77  WS-OWNERS                       PIC 9(4) VALUE 0.

77  WS-UNRESOLVED                   PIC 9(7) VALUE 0.
77  WS-ACKNOWLEDGED                 PIC 9(7) VALUE 0.
77  WS-RESOLVED                     PIC 9(7) VALUE 0.
77  WS-ESCALATED                    PIC 9(7) VALUE 0.
77  WS-AGE-EDITED                   PIC ZZZZ9.
77  WS-LIMIT-EDITED                 PIC ZZ9.
77  WS-ALERT-CC                     PIC 9(2) VALUE 0.

COPY 'runparm_working_storage.cpy'.
COPY 'operator_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
        PERFORM LOAD-PARM-DATASET
        PERFORM DETERMINE-ALERT-PARMS
        PERFORM LOAD-OPERATOR-REGISTER
        PERFORM OPEN-ALERT-REGISTER

        OPEN OUTPUT reportFile
        PERFORM WRITE-ALERT-RUN-HEADING
        PERFORM WRITE-PARAMETER-ECHO
        PERFORM LOAD-ALERT-ROUTES

        PERFORM COLLECT-ALERTS
        PERFORM APPLY-ALERT-TRANSACTIONS
        PERFORM REVIEW-OPEN-ALERTS
        CLOSE alertRegisterFile

        PERFORM WRITE-AGEING-REPORT
        PERFORM WRITE-ALERT-RUN-TOTALS
        CLOSE reportFile

        IF WS-TX-REJECTED > 0 OR WS-ROUTE-BAD-LINES > 0
                OR WS-ALERTS-FAILED > 0
            MOVE 4 TO WS-ALERT-CC
        END-IF
        IF WS-ESCALATED > 0
            MOVE 8 TO WS-ALERT-CC
        END-IF

        DISPLAY "ALERTREGISTER: " WS-ALERTS-NEW " new alerts, "
            WS-UNRESOLVED " unresolved, " WS-ESCALATED
            " escalated - see " FUNCTION TRIM(WS-ESCALATION-FILENAME)
        MOVE WS-ALERT-CC TO RETURN-CODE
        STOP RUN.

    DETERMINE-ALERT-PARMS.
        ACCEPT WS-TODAY FROM DATE YYYYMMDD
        COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

        MOVE SPACES TO WS-ALERT-RUN-FILENAME
        STRING "alertrun_" WS-TODAY-X ".txt"
            DELIMITED BY SIZE INTO WS-ALERT-RUN-FILENAME
        MOVE SPACES TO WS-ESCALATION-FILENAME
        STRING "alertesc_" WS-TODAY-X ".txt"
            DELIMITED BY SIZE INTO WS-ESCALATION-FILENAME
        MOVE SPACES TO WS-AGEING-FILENAME
        STRING "alertage_" WS-TODAY-X ".txt"
            DELIMITED BY SIZE INTO WS-AGEING-FILENAME

        MOVE "DL100_ALERT_REGISTER" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-ALERT-REG-FILENAME
        IF WS-ALERT-REG-FILENAME = SPACES
            MOVE "alertreg.dat" TO WS-ALERT-REG-FILENAME
        END-IF

        MOVE "DL100_ALERT_SCAN_DAYS" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-SCAN-PARM
        IF WS-SCAN-PARM NOT = SPACES
            IF FUNCTION TEST-NUMVAL(WS-SCAN-PARM) NOT = 0
                DISPLAY "ALERTREGISTER: DL100_ALERT_SCAN_DAYS '"
                    FUNCTION TRIM(WS-SCAN-PARM) "' is not a number"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-SCAN-PARM) TO WS-SCAN-DAYS
        END-IF
        IF WS-SCAN-DAYS = 0
            MOVE 1 TO WS-SCAN-DAYS
        END-IF
        IF WS-SCAN-DAYS > WS-SCAN-DAY-LIMIT
            MOVE WS-SCAN-DAY-LIMIT TO WS-SCAN-DAYS
            DISPLAY "ALERTREGISTER: scan limited to "
                WS-SCAN-DAY-LIMIT " days"
        END-IF

        MOVE "DL100_ALERT_OPEN_DAYS" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-OPEN-DAYS-PARM
        IF WS-OPEN-DAYS-PARM NOT = SPACES
            IF FUNCTION TEST-NUMVAL(WS-OPEN-DAYS-PARM) NOT = 0
                DISPLAY "ALERTREGISTER: DL100_ALERT_OPEN_DAYS '"
                    FUNCTION TRIM(WS-OPEN-DAYS-PARM)
                    "' is not a number"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-OPEN-DAYS-PARM)
                TO WS-DEFAULT-OPEN-DAYS
        END-IF

        MOVE "DL100_ALERT_ROUTE_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-ROUTE-FILENAME
        IF WS-ROUTE-FILENAME = SPACES
            MOVE "alertroute.txt" TO WS-ROUTE-FILENAME
        END-IF

        MOVE "DL100_ALERT_TRANS_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-TRANS-FILENAME
        IF WS-TRANS-FILENAME = SPACES
            STRING "alerttrans_" WS-TODAY-X ".txt"
                DELIMITED BY SIZE INTO WS-TRANS-FILENAME
        END-IF.

      *> The register is created on first use.
    OPEN-ALERT-REGISTER.
        OPEN I-O alertRegisterFile
        IF WS-ALERT-REG-FILE-STATUS = "35"
            OPEN OUTPUT alertRegisterFile
            CLOSE alertRegisterFile
            OPEN I-O alertRegisterFile
        END-IF
        IF WS-ALERT-REG-FILE-STATUS NOT = "00"
            DISPLAY "ALERTREGISTER: alert register "
                FUNCTION TRIM(WS-ALERT-REG-FILENAME)
                " unusable (status " WS-ALERT-REG-FILE-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

    WRITE-ALERT-RUN-HEADING.
        MOVE SPACES TO reportFileRecord
        STRING "ALERT REGISTER RUN " WS-TODAY-X
               "  REGISTER " FUNCTION TRIM(WS-ALERT-REG-FILENAME)
               "  ALERT FILES OF THE LAST " WS-SCAN-DAYS " DAYS"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.

      *> Same layout as LOAD-SLA-TABLE reads the SLA table: lines
      *> that are not ROUTE lines are passed over, a ROUTE line that
      *> cannot be used is listed and skipped.
    LOAD-ALERT-ROUTES.
        MOVE 0 TO WS-ROUTE-COUNT
        MOVE SPACES TO reportFileRecord
        WRITE reportFileRecord
        OPEN INPUT routeFile
        IF WS-ROUTE-FILE-STATUS NOT = "00"
            CLOSE routeFile
            DISPLAY "LOAD-ALERT-ROUTES: no routing table "
                FUNCTION TRIM(WS-ROUTE-FILENAME)
                " - every alert is UNROUTED"
            MOVE SPACES TO reportFileRecord
            STRING "NO ROUTING TABLE " FUNCTION TRIM(WS-ROUTE-FILENAME)
                   " - ALL ALERTS UNROUTED, OPEN LIMIT "
                   WS-DEFAULT-OPEN-DAYS " DAYS"
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        ELSE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ routeFile
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        PERFORM LOAD-ONE-ROUTE-LINE
                END-READ
            END-PERFORM
            CLOSE routeFile
            MOVE SPACES TO reportFileRecord
            STRING "ROUTING TABLE " FUNCTION TRIM(WS-ROUTE-FILENAME)
                   "  ROUTES " WS-ROUTE-COUNT
                   "  REJECTED " WS-ROUTE-BAD-LINES
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        END-IF.

    LOAD-ONE-ROUTE-LINE.
        MOVE SPACES TO WS-RT-KEYWORD WS-RT-TYPE WS-RT-OWNER
            WS-RT-DAYS WS-RT-SEVERITY
        UNSTRING FUNCTION TRIM(routeFileRecord)
            DELIMITED BY ALL SPACE
            INTO WS-RT-KEYWORD, WS-RT-TYPE, WS-RT-OWNER,
                 WS-RT-DAYS, WS-RT-SEVERITY
        END-UNSTRING
        IF FUNCTION UPPER-CASE(WS-RT-KEYWORD) = "ROUTE"
            MOVE FUNCTION UPPER-CASE(WS-RT-TYPE) TO WS-RT-TYPE
            MOVE FUNCTION UPPER-CASE(WS-RT-SEVERITY) TO WS-RT-SEVERITY
            EVALUATE TRUE
                WHEN WS-RT-TYPE = SPACES OR WS-RT-OWNER = SPACES
                        OR WS-RT-DAYS = SPACES
                    MOVE "TYPE, OWNER AND DAYS REQUIRED" TO WS-TX-REASON
                WHEN FUNCTION TEST-NUMVAL(WS-RT-DAYS) NOT = 0
                    MOVE "DAYS NOT A NUMBER" TO WS-TX-REASON
                WHEN WS-RT-SEVERITY NOT = SPACES
                        AND WS-RT-SEVERITY NOT = "HIGH"
                        AND WS-RT-SEVERITY NOT = "MEDIUM"
                        AND WS-RT-SEVERITY NOT = "LOW"
                    MOVE "SEVERITY NOT HIGH, MEDIUM OR LOW"
                        TO WS-TX-REASON
                WHEN WS-ROUTE-COUNT >= WS-ROUTE-MAX
                    MOVE "ROUTING TABLE FULL" TO WS-TX-REASON
                WHEN OTHER
                    MOVE SPACES TO WS-TX-REASON
            END-EVALUATE
            IF WS-TX-REASON = SPACES
                ADD 1 TO WS-ROUTE-COUNT
                MOVE WS-RT-TYPE TO RT-TYPE(WS-ROUTE-COUNT)
                MOVE WS-RT-OWNER TO RT-OWNER(WS-ROUTE-COUNT)
                MOVE FUNCTION NUMVAL(WS-RT-DAYS)
                    TO RT-OPEN-DAYS(WS-ROUTE-COUNT)
                MOVE WS-RT-SEVERITY TO RT-SEVERITY(WS-ROUTE-COUNT)
            ELSE
                ADD 1 TO WS-ROUTE-BAD-LINES
                DISPLAY "LOAD-ALERT-ROUTES: route line rejected - "
                    FUNCTION TRIM(WS-TX-REASON)
                MOVE SPACES TO reportFileRecord
                STRING "ROUTE LINE REJECTED - "
                       FUNCTION TRIM(WS-TX-REASON) ": "
                       FUNCTION TRIM(routeFileRecord)
                    DELIMITED BY SIZE INTO reportFileRecord
                WRITE reportFileRecord
            END-IF
        END-IF.

      *> The type's own route, else DEFAULT, else UNROUTED with the
      *> operator-set limit.
    FIND-ALERT-ROUTE.
        MOVE "UNROUTED" TO WS-LOOK-OWNER
        MOVE WS-DEFAULT-OPEN-DAYS TO WS-LOOK-OPEN-DAYS
        MOVE SPACES TO WS-LOOK-SEVERITY
        PERFORM VARYING WS-ROUTE-IX FROM 1 BY 1
                UNTIL WS-ROUTE-IX > WS-ROUTE-COUNT
            IF RT-TYPE(WS-ROUTE-IX) = "DEFAULT"
                    AND WS-LOOK-OWNER = "UNROUTED"
                MOVE RT-OWNER(WS-ROUTE-IX) TO WS-LOOK-OWNER
                MOVE RT-OPEN-DAYS(WS-ROUTE-IX) TO WS-LOOK-OPEN-DAYS
                MOVE RT-SEVERITY(WS-ROUTE-IX) TO WS-LOOK-SEVERITY
            END-IF
        END-PERFORM
        PERFORM VARYING WS-ROUTE-IX FROM 1 BY 1
                UNTIL WS-ROUTE-IX > WS-ROUTE-COUNT
            IF RT-TYPE(WS-ROUTE-IX) = WS-LOOK-TYPE
                MOVE RT-OWNER(WS-ROUTE-IX) TO WS-LOOK-OWNER
                MOVE RT-OPEN-DAYS(WS-ROUTE-IX) TO WS-LOOK-OPEN-DAYS
                MOVE RT-SEVERITY(WS-ROUTE-IX) TO WS-LOOK-SEVERITY
                MOVE WS-ROUTE-COUNT TO WS-ROUTE-IX
            END-IF
        END-PERFORM.

      *> ---------------------------------------------------------------
      *> Collection.
      *> ---------------------------------------------------------------
    COLLECT-ALERTS.
        MOVE SPACES TO reportFileRecord
        WRITE reportFileRecord
        MOVE "---- ALERTS COLLECTED ----" TO reportFileRecord
        WRITE reportFileRecord

        PERFORM VARYING WS-DAY-OFFSET FROM WS-SCAN-DAYS BY -1
                UNTIL WS-DAY-OFFSET = 0
            COMPUTE WS-DATE-INT = WS-TODAY-INT - WS-DAY-OFFSET + 1
            MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-SCAN-DATE
            PERFORM COLLECT-ONE-DATE
        END-PERFORM

        IF WS-ALERTS-NEW = 0
            MOVE "NO NEW ALERTS" TO reportFileRecord
            WRITE reportFileRecord
        END-IF.

    COLLECT-ONE-DATE.
        SET WS-SRC-TOLERANCE TO TRUE
        MOVE "TOLERANCE" TO WS-NEW-TYPE
        MOVE "Day1Driver" TO WS-NEW-PROGRAM
        MOVE SPACES TO WS-SOURCE-BASE-NAME
        STRING "alert_" WS-SCAN-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-SOURCE-BASE-NAME
        MOVE 1 TO WS-FILE-SEQ
        PERFORM COLLECT-ONE-FILE

        SET WS-SRC-ACK TO TRUE
        MOVE "AckReconcile" TO WS-NEW-PROGRAM
        MOVE SPACES TO WS-SOURCE-BASE-NAME
        STRING "ackalert_" WS-SCAN-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-SOURCE-BASE-NAME
        PERFORM COLLECT-ONE-FILE

        SET WS-SRC-PATH-VERIFY TO TRUE
        MOVE "PATH-VERIFY" TO WS-NEW-TYPE
        MOVE "Day1Driver" TO WS-NEW-PROGRAM
        MOVE SPACES TO WS-SOURCE-BASE-NAME
        STRING "pathverify_" WS-SCAN-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-SOURCE-BASE-NAME
        PERFORM COLLECT-ONE-FILE

        SET WS-SRC-BALANCE TO TRUE
        MOVE "BALANCE" TO WS-NEW-TYPE
        MOVE "BalanceCheck" TO WS-NEW-PROGRAM
        MOVE SPACES TO WS-SOURCE-BASE-NAME
        STRING "balance_" WS-SCAN-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-SOURCE-BASE-NAME
        PERFORM COLLECT-ONE-FILE

        SET WS-SRC-TREND TO TRUE
        MOVE "D2-REGRESSION" TO WS-NEW-TYPE
        MOVE "Day2Trend" TO WS-NEW-PROGRAM
        MOVE SPACES TO WS-SOURCE-BASE-NAME
        STRING "day2_trend_" WS-SCAN-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-SOURCE-BASE-NAME
        PERFORM COLLECT-ONE-FILE

        SET WS-SRC-LOCK TO TRUE
        MOVE "STALE-LOCK" TO WS-NEW-TYPE
        MOVE SPACES TO WS-SOURCE-BASE-NAME
        STRING "lockalert_" WS-SCAN-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-SOURCE-BASE-NAME
        PERFORM COLLECT-ONE-FILE

        SET WS-SRC-SPIKE TO TRUE
        MOVE "FREQ-SPIKE" TO WS-NEW-TYPE
        MOVE "Day1Driver" TO WS-NEW-PROGRAM
        MOVE SPACES TO WS-SOURCE-BASE-NAME
        STRING "spikes_" WS-SCAN-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-SOURCE-BASE-NAME
        PERFORM COLLECT-ONE-FILE
        MOVE 2 TO WS-FILE-SEQ
        MOVE SPACES TO WS-SOURCE-BASE-NAME
        STRING "spikes_" WS-SCAN-DATE-X "_CORRECTED.txt"
            DELIMITED BY SIZE INTO WS-SOURCE-BASE-NAME
        PERFORM COLLECT-ONE-FILE.

      *> A file that is not there raised nothing on that date.
    COLLECT-ONE-FILE.
        MOVE WS-SOURCE-BASE-NAME TO WS-SOURCE-FILENAME
        OPEN INPUT alertSourceFile
        IF WS-SOURCE-FILE-STATUS NOT = "00"
            CLOSE alertSourceFile
        ELSE
            ADD 1 TO WS-FILES-READ
            MOVE 0 TO WS-FILE-LINE
            MOVE 0 TO WS-FILE-HITS
            MOVE SPACES TO WS-FILE-TEXT
            MOVE 0 TO WS-PREV-DATE
            MOVE SPACES TO WS-PREV-TYPE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ alertSourceFile
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        ADD 1 TO WS-FILE-LINE
                        PERFORM EXAMINE-ALERT-LINE
                END-READ
            END-PERFORM
            CLOSE alertSourceFile

            IF WS-FILE-HITS > 0
                    AND (WS-SRC-TOLERANCE OR WS-SRC-PATH-VERIFY
                         OR WS-SRC-BALANCE OR WS-SRC-SPIKE)
                MOVE WS-SCAN-DATE TO WS-NEW-DATE
                MOVE WS-FILE-SEQ TO WS-NEW-SEQ
                MOVE WS-FILE-TEXT TO WS-NEW-TEXT
                IF WS-NEW-TEXT = SPACES
                    STRING "TOLERANCE BREACH - SEE "
                           FUNCTION TRIM(WS-SOURCE-BASE-NAME)
                        DELIMITED BY SIZE INTO WS-NEW-TEXT
                END-IF
                PERFORM REGISTER-ALERT
            END-IF
        END-IF.

    EXAMINE-ALERT-LINE.
        EVALUATE TRUE
            WHEN WS-SRC-TOLERANCE
                PERFORM EXAMINE-TOLERANCE-LINE
            WHEN WS-SRC-ACK
                PERFORM EXAMINE-ACK-LINE
            WHEN WS-SRC-PATH-VERIFY
                PERFORM EXAMINE-MISMATCH-LINE
            WHEN WS-SRC-BALANCE
                PERFORM EXAMINE-MISMATCH-LINE
            WHEN WS-SRC-TREND
                PERFORM EXAMINE-TREND-LINE
            WHEN WS-SRC-LOCK
                PERFORM EXAMINE-LOCK-LINE
            WHEN WS-SRC-SPIKE
                PERFORM EXAMINE-SPIKE-LINE
        END-EVALUATE.

      *> The tolerance check writes the file only on a breach: a
      *> banner line and one line per figure out of tolerance. The
      *> first figure line describes the alert.
    EXAMINE-TOLERANCE-LINE.
        IF alertSourceFileRecord NOT = SPACES
            ADD 1 TO WS-FILE-HITS
            IF WS-FILE-TEXT = SPACES
                    AND alertSourceFileRecord(1:4) NOT = "****"
                MOVE FUNCTION TRIM(alertSourceFileRecord)
                    TO WS-FILE-TEXT
            END-IF
        END-IF.

      *> Each alert line opens with the extract date it concerns;
      *> the SENT / ACK figure lines that follow belong to it.
    EXAMINE-ACK-LINE.
        IF alertSourceFileRecord(1:8) IS NUMERIC
            MOVE 0 TO WS-MARK-TALLY
            INSPECT alertSourceFileRecord TALLYING WS-MARK-TALLY
                FOR ALL "ACK MISMATCH"
            IF WS-MARK-TALLY > 0
                MOVE "ACK-MISMATCH" TO WS-NEW-TYPE
            ELSE
                INSPECT alertSourceFileRecord TALLYING WS-MARK-TALLY
                    FOR ALL "UNACKNOWLEDGED"
                IF WS-MARK-TALLY > 0
                    MOVE "ACK-OVERDUE" TO WS-NEW-TYPE
                END-IF
            END-IF
            IF WS-MARK-TALLY > 0
                MOVE alertSourceFileRecord(1:8) TO WS-NEW-DATE-X
                MOVE 1 TO WS-NEW-SEQ
                MOVE alertSourceFileRecord TO WS-NEW-TEXT
                PERFORM REGISTER-ALERT
            END-IF
        END-IF.

    EXAMINE-MISMATCH-LINE.
        MOVE 0 TO WS-MARK-TALLY
        INSPECT alertSourceFileRecord TALLYING WS-MARK-TALLY
            FOR ALL "** MISMATCH **"
        IF WS-MARK-TALLY > 0
            ADD 1 TO WS-FILE-HITS
            IF WS-FILE-TEXT = SPACES
                MOVE alertSourceFileRecord TO WS-FILE-TEXT
            END-IF
        END-IF.

      *> A regression is keyed on the Day-2 run it flags; a run that
      *> is flagged again in a later day's trend is the same alert.
    EXAMINE-TREND-LINE.
        IF alertSourceFileRecord(1:4) = "RUN "
                AND alertSourceFileRecord(5:8) IS NUMERIC
            MOVE 0 TO WS-MARK-TALLY
            INSPECT alertSourceFileRecord TALLYING WS-MARK-TALLY
                FOR ALL "** REGRESSION **"
            IF WS-MARK-TALLY > 0
                MOVE alertSourceFileRecord(5:8) TO WS-NEW-DATE-X
                IF WS-NEW-DATE = WS-PREV-DATE
                    ADD 1 TO WS-NEW-SEQ
                ELSE
                    MOVE 1 TO WS-NEW-SEQ
                END-IF
                MOVE WS-NEW-DATE TO WS-PREV-DATE
                MOVE alertSourceFileRecord TO WS-NEW-TEXT
                PERFORM REGISTER-ALERT
            END-IF
        END-IF.

      *> One alert per override, numbered by its line in the day's
      *> file; the program that overrode the lock is on the line.
    EXAMINE-LOCK-LINE.
        IF alertSourceFileRecord(1:21) = "STALE LOCK OVERRIDDEN"
            MOVE SPACES TO WS-LINE-TOKEN-1 WS-LINE-REST
            UNSTRING alertSourceFileRecord DELIMITED BY "PROGRAM="
                INTO WS-LINE-TOKEN-1, WS-LINE-REST
            END-UNSTRING
            MOVE SPACES TO WS-NEW-PROGRAM
            UNSTRING WS-LINE-REST DELIMITED BY SPACE
                INTO WS-NEW-PROGRAM
            END-UNSTRING
            MOVE WS-SCAN-DATE TO WS-NEW-DATE
            MOVE WS-FILE-LINE TO WS-NEW-SEQ
            MOVE alertSourceFileRecord TO WS-NEW-TEXT
            PERFORM REGISTER-ALERT
        END-IF.

      *> Only the totals line matters: IDS CHECKED n  FLAGGED n ...
    EXAMINE-SPIKE-LINE.
        IF alertSourceFileRecord(1:12) = "IDS CHECKED "
            MOVE SPACES TO WS-LINE-TOKEN-1 WS-LINE-TOKEN-2
                WS-LINE-TOKEN-3 WS-LINE-TOKEN-4 WS-LINE-TOKEN-5
            UNSTRING alertSourceFileRecord DELIMITED BY ALL SPACE
                INTO WS-LINE-TOKEN-1, WS-LINE-TOKEN-2,
                     WS-LINE-TOKEN-3, WS-LINE-TOKEN-4,
                     WS-LINE-TOKEN-5
            END-UNSTRING
            IF WS-LINE-TOKEN-4 = "FLAGGED"
                    AND FUNCTION TEST-NUMVAL(WS-LINE-TOKEN-5) = 0
                IF FUNCTION NUMVAL(WS-LINE-TOKEN-5) > 0
                    ADD 1 TO WS-FILE-HITS
                    MOVE SPACES TO WS-FILE-TEXT
                    STRING FUNCTION TRIM(WS-LINE-TOKEN-5)
                           " IDS OUTSIDE THEIR FREQUENCY BASELINE - SEE "
                           FUNCTION TRIM(WS-SOURCE-BASE-NAME)
                        DELIMITED BY SIZE INTO WS-FILE-TEXT
                END-IF
            END-IF
        END-IF.

      *> A key already in the register is an alert collected before:
      *> it is left as it stands.
    REGISTER-ALERT.
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-DATE) NOT = 0
            ADD 1 TO WS-ALERTS-FAILED
            MOVE SPACES TO reportFileRecord
            STRING "UNREADABLE ALERT DATE IN "
                   FUNCTION TRIM(WS-SOURCE-BASE-NAME) " LINE "
                   WS-FILE-LINE
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        ELSE
            MOVE SPACES TO alertRegisterRecord
            MOVE WS-NEW-DATE TO AR-RUN-DATE
            MOVE WS-NEW-TYPE TO AR-TYPE
            MOVE WS-NEW-SEQ TO AR-SEQ
            MOVE WS-NEW-TYPE TO WS-LOOK-TYPE
            PERFORM FIND-ALERT-ROUTE
            IF WS-LOOK-SEVERITY NOT = SPACES
                MOVE WS-LOOK-SEVERITY TO AR-SEVERITY
            ELSE
                PERFORM SET-STANDARD-SEVERITY
            END-IF
            MOVE WS-NEW-PROGRAM TO AR-SOURCE-PROGRAM
            MOVE WS-SOURCE-BASE-NAME TO AR-SOURCE-FILE
            SET AR-OPEN TO TRUE
            MOVE WS-SCAN-DATE TO AR-RAISED-DATE
            MOVE 0 TO AR-ACK-DATE
            MOVE 0 TO AR-RESOLVED-DATE
            MOVE FUNCTION TRIM(WS-NEW-TEXT) TO AR-TEXT
            WRITE alertRegisterRecord
                INVALID KEY
                    IF WS-ALERT-REG-FILE-STATUS = "22"
                        ADD 1 TO WS-ALERTS-HELD
                    ELSE
                        ADD 1 TO WS-ALERTS-FAILED
                        DISPLAY "REGISTER-ALERT: " AR-RUN-DATE " "
                            FUNCTION TRIM(AR-TYPE) " could not be "
                            "registered (status "
                            WS-ALERT-REG-FILE-STATUS ")"
                    END-IF
                NOT INVALID KEY
                    ADD 1 TO WS-ALERTS-NEW
                    MOVE SPACES TO reportFileRecord
                    STRING "NEW  " AR-RUN-DATE " " AR-TYPE " " AR-SEQ
                           " " AR-SEVERITY " " AR-SOURCE-PROGRAM " "
                           AR-TEXT(1:70)
                        DELIMITED BY SIZE INTO reportFileRecord
                    WRITE reportFileRecord
            END-WRITE
        END-IF.

    SET-STANDARD-SEVERITY.
        EVALUATE AR-TYPE
            WHEN "TOLERANCE"
            WHEN "ACK-MISMATCH"
            WHEN "PATH-VERIFY"
            WHEN "BALANCE"
                MOVE "HIGH" TO AR-SEVERITY
            WHEN "STALE-LOCK"
                MOVE "LOW" TO AR-SEVERITY
            WHEN OTHER
                MOVE "MEDIUM" TO AR-SEVERITY
        END-EVALUATE.

      *> ---------------------------------------------------------------
      *> Transactions.
      *> ---------------------------------------------------------------
    APPLY-ALERT-TRANSACTIONS.
        MOVE SPACES TO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "---- TRANSACTIONS " FUNCTION TRIM(WS-TRANS-FILENAME)
               " ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        OPEN INPUT transFile
        IF WS-TRANS-FILE-STATUS NOT = "00"
            CLOSE transFile
            MOVE "NO TRANSACTIONS" TO reportFileRecord
            WRITE reportFileRecord
        ELSE
            MOVE 0 TO WS-TX-LINE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ transFile
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        ADD 1 TO WS-TX-LINE
                        MOVE FUNCTION TRIM(transFileRecord)
                            TO WS-TX-TRIMMED
                        IF WS-TX-TRIMMED NOT = SPACES
                                AND WS-TX-TRIMMED(1:1) NOT = "*"
                            PERFORM APPLY-ONE-TRANSACTION
                        END-IF
                END-READ
            END-PERFORM
            CLOSE transFile
        END-IF.

    APPLY-ONE-TRANSACTION.
        ADD 1 TO WS-TX-READ
        SET WS-TX-GOOD TO TRUE
        MOVE SPACES TO WS-TX-REASON WS-TX-VERB WS-TX-DATE WS-TX-TYPE
            WS-TX-SEQ WS-TX-OPERATOR WS-TX-COMMENT
        MOVE 1 TO WS-TX-PTR
        UNSTRING WS-TX-TRIMMED DELIMITED BY ALL SPACE
            INTO WS-TX-VERB, WS-TX-DATE, WS-TX-TYPE, WS-TX-SEQ,
                 WS-TX-OPERATOR
            WITH POINTER WS-TX-PTR
        END-UNSTRING
        IF WS-TX-PTR <= LENGTH OF WS-TX-TRIMMED
            MOVE FUNCTION TRIM(WS-TX-TRIMMED(WS-TX-PTR:))
                TO WS-TX-COMMENT
        END-IF
        MOVE FUNCTION UPPER-CASE(WS-TX-VERB) TO WS-TX-VERB
        MOVE FUNCTION UPPER-CASE(WS-TX-TYPE) TO WS-TX-TYPE

        EVALUATE TRUE
            WHEN WS-TX-VERB NOT = "ACK" AND WS-TX-VERB NOT = "RESOLVE"
                MOVE "NOT ACK OR RESOLVE" TO WS-TX-REASON
            WHEN WS-TX-DATE = SPACES
                    OR FUNCTION TEST-NUMVAL(WS-TX-DATE) NOT = 0
                MOVE "RUN DATE NOT A DATE" TO WS-TX-REASON
            WHEN WS-TX-SEQ = SPACES
                    OR FUNCTION TEST-NUMVAL(WS-TX-SEQ) NOT = 0
                MOVE "SEQUENCE NOT A NUMBER" TO WS-TX-REASON
            WHEN WS-TX-OPERATOR = SPACES
                MOVE "NO OPERATOR" TO WS-TX-REASON
            WHEN WS-TX-COMMENT = SPACES
                MOVE "NO COMMENT" TO WS-TX-REASON
        END-EVALUATE
        IF WS-TX-REASON NOT = SPACES
            SET WS-TX-BAD TO TRUE
        END-IF

        IF WS-TX-GOOD
            MOVE FUNCTION NUMVAL(WS-TX-DATE) TO AR-RUN-DATE
            MOVE WS-TX-TYPE TO AR-TYPE
            MOVE FUNCTION NUMVAL(WS-TX-SEQ) TO AR-SEQ
            READ alertRegisterFile KEY IS AR-KEY
                INVALID KEY
                    SET WS-TX-BAD TO TRUE
                    MOVE "NO SUCH ALERT IN THE REGISTER"
                        TO WS-TX-REASON
            END-READ
        END-IF

        IF WS-TX-GOOD
            PERFORM CHECK-TRANSACTION-STEP
        END-IF

        IF WS-TX-GOOD
            PERFORM CHECK-TRANSACTION-AUTHORITY
        END-IF

        IF WS-TX-GOOD AND WS-TX-OUTCOME = "APPLIED"
            PERFORM RECORD-TRANSACTION-STEP
        END-IF

        IF WS-TX-BAD
            ADD 1 TO WS-TX-REJECTED
            MOVE "REJECTED" TO WS-TX-OUTCOME
            DISPLAY "APPLY-ONE-TRANSACTION: line " WS-TX-LINE
                " rejected - " FUNCTION TRIM(WS-TX-REASON)
        END-IF
        PERFORM WRITE-TRANSACTION-LINE.

      *> An ACK needs an OPEN alert; a RESOLVE an alert not yet
      *> resolved. The step already on the alert under the same
      *> operator is the same transaction run again - an ACK met on
      *> an alert that operator acknowledged and has since resolved
      *> included.
    CHECK-TRANSACTION-STEP.
        MOVE "APPLIED" TO WS-TX-OUTCOME
        EVALUATE TRUE
            WHEN WS-TX-VERB = "ACK" AND AR-OPEN
                CONTINUE
            WHEN WS-TX-VERB = "ACK" AND AR-ACKNOWLEDGED
                    AND FUNCTION UPPER-CASE(AR-ACK-OPERATOR)
                        = FUNCTION UPPER-CASE(WS-TX-OPERATOR)
                MOVE "ALREADY APPLIED" TO WS-TX-OUTCOME
            WHEN WS-TX-VERB = "ACK" AND AR-ACKNOWLEDGED
                MOVE "ALREADY ACKNOWLEDGED BY ANOTHER OPERATOR"
                    TO WS-TX-REASON
                SET WS-TX-BAD TO TRUE
            WHEN WS-TX-VERB = "RESOLVE" AND NOT AR-RESOLVED
                CONTINUE
            WHEN WS-TX-VERB = "RESOLVE" AND AR-RESOLVED
                    AND FUNCTION UPPER-CASE(AR-RESOLVED-OPERATOR)
                        = FUNCTION UPPER-CASE(WS-TX-OPERATOR)
                MOVE "ALREADY APPLIED" TO WS-TX-OUTCOME
            WHEN WS-TX-VERB = "ACK" AND AR-RESOLVED
                    AND FUNCTION UPPER-CASE(AR-ACK-OPERATOR)
                        = FUNCTION UPPER-CASE(WS-TX-OPERATOR)
                MOVE "ALREADY APPLIED" TO WS-TX-OUTCOME
            WHEN OTHER
                MOVE "ALERT ALREADY RESOLVED" TO WS-TX-REASON
                SET WS-TX-BAD TO TRUE
        END-EVALUATE.

    CHECK-TRANSACTION-AUTHORITY.
        MOVE WS-TX-OPERATOR TO WS-AUTH-OPERATOR
        MOVE "ALERT" TO WS-AUTH-FUNCTION
        MOVE "ALERTREGISTER" TO WS-AUTH-PROGRAM
        MOVE SPACES TO WS-AUTH-DETAIL
        STRING FUNCTION TRIM(WS-TX-VERB) " " AR-RUN-DATE " "
               FUNCTION TRIM(AR-TYPE) " " AR-SEQ
            DELIMITED BY SIZE INTO WS-AUTH-DETAIL
        PERFORM CHECK-OPERATOR-AUTHORITY
        IF NOT WS-AUTH-GRANTED
            SET WS-TX-BAD TO TRUE
            MOVE SPACES TO WS-TX-REASON
            STRING "OPERATOR " FUNCTION TRIM(WS-AUTH-RESULT-TEXT)
                   " FOR ALERT"
                DELIMITED BY SIZE INTO WS-TX-REASON
        END-IF.

    RECORD-TRANSACTION-STEP.
        IF WS-TX-VERB = "ACK"
            SET AR-ACKNOWLEDGED TO TRUE
            MOVE WS-TODAY TO AR-ACK-DATE
            MOVE WS-TX-OPERATOR TO AR-ACK-OPERATOR
        ELSE
            SET AR-RESOLVED TO TRUE
            MOVE WS-TODAY TO AR-RESOLVED-DATE
            MOVE WS-TX-OPERATOR TO AR-RESOLVED-OPERATOR
        END-IF
        MOVE WS-TX-COMMENT TO AR-COMMENT
        REWRITE alertRegisterRecord
            INVALID KEY
                SET WS-TX-BAD TO TRUE
                MOVE SPACES TO WS-TX-REASON
                STRING "REGISTER NOT UPDATED (STATUS "
                       WS-ALERT-REG-FILE-STATUS ")"
                    DELIMITED BY SIZE INTO WS-TX-REASON
            NOT INVALID KEY
                ADD 1 TO WS-TX-APPLIED
        END-REWRITE.

    WRITE-TRANSACTION-LINE.
        IF WS-TX-OUTCOME = "ALREADY APPLIED"
            ADD 1 TO WS-TX-REPEATED
        END-IF
        MOVE SPACES TO reportFileRecord
        STRING "LINE " WS-TX-LINE " " WS-TX-OUTCOME " "
               FUNCTION TRIM(WS-TX-VERB) " "
               FUNCTION TRIM(WS-TX-DATE) " "
               FUNCTION TRIM(WS-TX-TYPE) " "
               FUNCTION TRIM(WS-TX-SEQ) " "
               FUNCTION TRIM(WS-TX-OPERATOR)
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord
        IF WS-TX-BAD
            MOVE SPACES TO reportFileRecord
            STRING "           REASON: " WS-TX-REASON
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        END-IF.

      *> ---------------------------------------------------------------
      *> Escalation and ageing.
      *> ---------------------------------------------------------------
    REVIEW-OPEN-ALERTS.
        OPEN OUTPUT escalationFile
        MOVE SPACES TO escalationFileRecord
        STRING "ALERT ESCALATIONS " WS-TODAY-X
               " - UNRESOLVED PAST THE OWNER'S OPEN LIMIT"
            DELIMITED BY SIZE INTO escalationFileRecord
        WRITE escalationFileRecord
        MOVE SPACES TO escalationFileRecord
        STRING "RUN DATE TYPE           SEQ SEVERITY OWNER"
               "                AGE LIMIT STATUS"
            DELIMITED BY SIZE INTO escalationFileRecord
        WRITE escalationFileRecord

        MOVE 0 TO WS-AGE-COUNT
        MOVE LOW-VALUES TO AR-KEY
        SET WS-REG-MORE TO TRUE
        START alertRegisterFile KEY IS NOT LESS THAN AR-KEY
            INVALID KEY
                SET WS-REG-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-REG-EOF
            READ alertRegisterFile NEXT RECORD
                AT END
                    SET WS-REG-EOF TO TRUE
                NOT AT END
                    PERFORM REVIEW-ONE-ALERT
            END-READ
        END-PERFORM

        IF WS-ESCALATED = 0
            MOVE "NO ALERT PAST ITS LIMIT" TO escalationFileRecord
            WRITE escalationFileRecord
        END-IF
        CLOSE escalationFile.

    REVIEW-ONE-ALERT.
        EVALUATE TRUE
            WHEN AR-RESOLVED
                ADD 1 TO WS-RESOLVED
            WHEN OTHER
                ADD 1 TO WS-UNRESOLVED
                IF AR-ACKNOWLEDGED
                    ADD 1 TO WS-ACKNOWLEDGED
                END-IF
                MOVE AR-TYPE TO WS-LOOK-TYPE
                PERFORM FIND-ALERT-ROUTE
                COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                    - FUNCTION INTEGER-OF-DATE(AR-RAISED-DATE)
                IF WS-AGE-DAYS > WS-LOOK-OPEN-DAYS
                    PERFORM WRITE-ESCALATION-LINE
                END-IF
                PERFORM HOLD-AGEING-ENTRY
        END-EVALUATE.

    WRITE-ESCALATION-LINE.
        ADD 1 TO WS-ESCALATED
        MOVE WS-AGE-DAYS TO WS-AGE-EDITED
        MOVE WS-LOOK-OPEN-DAYS TO WS-LIMIT-EDITED
        MOVE SPACES TO escalationFileRecord
        STRING AR-RUN-DATE " " AR-TYPE " " AR-SEQ " " AR-SEVERITY
               "   " WS-LOOK-OWNER " " WS-AGE-EDITED " "
               WS-LIMIT-EDITED "   " AR-STATUS
            DELIMITED BY SIZE INTO escalationFileRecord
        WRITE escalationFileRecord
        MOVE SPACES TO escalationFileRecord
        STRING "         " AR-SOURCE-PROGRAM " " AR-TEXT(1:100)
            DELIMITED BY SIZE INTO escalationFileRecord
        WRITE escalationFileRecord
        IF AR-ACKNOWLEDGED
            MOVE SPACES TO escalationFileRecord
            STRING "         ACKNOWLEDGED " AR-ACK-DATE " BY "
                   FUNCTION TRIM(AR-ACK-OPERATOR) ": "
                   FUNCTION TRIM(AR-COMMENT)
                DELIMITED BY SIZE INTO escalationFileRecord
            WRITE escalationFileRecord
        END-IF.

    HOLD-AGEING-ENTRY.
        IF WS-AGE-COUNT >= WS-AGE-MAX
            ADD 1 TO WS-AGE-OVERFLOW
        ELSE
            ADD 1 TO WS-AGE-COUNT
            MOVE WS-LOOK-OWNER TO AG-OWNER(WS-AGE-COUNT)
            MOVE WS-AGE-DAYS TO AG-AGE(WS-AGE-COUNT)
            MOVE AR-RUN-DATE TO AG-RUN-DATE(WS-AGE-COUNT)
            MOVE AR-TYPE TO AG-TYPE(WS-AGE-COUNT)
            MOVE AR-SEQ TO AG-SEQ(WS-AGE-COUNT)
            MOVE AR-SEVERITY TO AG-SEVERITY(WS-AGE-COUNT)
            MOVE AR-STATUS TO AG-STATUS(WS-AGE-COUNT)
            MOVE AR-TEXT(1:50) TO AG-TEXT(WS-AGE-COUNT)
            IF WS-AGE-DAYS > WS-LOOK-OPEN-DAYS
                MOVE "*" TO AG-OVER-LIMIT(WS-AGE-COUNT)
            ELSE
                MOVE SPACE TO AG-OVER-LIMIT(WS-AGE-COUNT)
            END-IF
        END-IF.

    WRITE-AGEING-REPORT.
        OPEN OUTPUT ageingFile
        MOVE SPACES TO ageingFileRecord
        STRING "UNRESOLVED ALERTS BY OWNER AND AGE " WS-TODAY-X
               "  (* = PAST THE OWNER'S OPEN LIMIT)"
            DELIMITED BY SIZE INTO ageingFileRecord
        WRITE ageingFileRecord

        IF WS-AGE-COUNT = 0
            MOVE "NO UNRESOLVED ALERTS" TO ageingFileRecord
            WRITE ageingFileRecord
        ELSE
            SORT AGE-ENTRY ON ASCENDING KEY AG-OWNER
                ON DESCENDING KEY AG-AGE
            MOVE SPACES TO WS-OWNER-BREAK
            PERFORM VARYING WS-AGE-IX FROM 1 BY 1
                    UNTIL WS-AGE-IX > WS-AGE-COUNT
                IF AG-OWNER(WS-AGE-IX) NOT = WS-OWNER-BREAK
                    IF WS-OWNER-BREAK NOT = SPACES
                        PERFORM WRITE-OWNER-BANDS
                    END-IF
                    PERFORM START-OWNER-GROUP
                END-IF
                PERFORM WRITE-AGEING-LINE
            END-PERFORM
            PERFORM WRITE-OWNER-BANDS
        END-IF

        IF WS-AGE-OVERFLOW > 0
            MOVE SPACES TO ageingFileRecord
            STRING "... " WS-AGE-OVERFLOW " MORE UNRESOLVED ALERTS NOT"
                   " LISTED - AGEING TABLE FULL"
                DELIMITED BY SIZE INTO ageingFileRecord
            WRITE ageingFileRecord
        END-IF
        MOVE SPACES TO ageingFileRecord
        WRITE ageingFileRecord
        MOVE SPACES TO ageingFileRecord
        STRING "OWNERS " WS-OWNERS "  UNRESOLVED " WS-UNRESOLVED
               " (ACKNOWLEDGED " WS-ACKNOWLEDGED ")"
               "  PAST LIMIT " WS-ESCALATED
            DELIMITED BY SIZE INTO ageingFileRecord
        WRITE ageingFileRecord
        CLOSE ageingFile.

    START-OWNER-GROUP.
        ADD 1 TO WS-OWNERS
        MOVE AG-OWNER(WS-AGE-IX) TO WS-OWNER-BREAK
        INITIALIZE WS-OWNER-BANDS
        MOVE 0 TO WS-OWNER-TOTAL
        MOVE 0 TO WS-OWNER-OVER
        MOVE SPACES TO ageingFileRecord
        WRITE ageingFileRecord
        MOVE SPACES TO ageingFileRecord
        STRING "OWNER " WS-OWNER-BREAK
            DELIMITED BY SIZE INTO ageingFileRecord
        WRITE ageingFileRecord
        MOVE SPACES TO ageingFileRecord
        STRING "    AGE RUN DATE TYPE           SEQ SEVERITY STATUS"
               "       ALERT"
            DELIMITED BY SIZE INTO ageingFileRecord
        WRITE ageingFileRecord.

      *> Age bands: 0-1, 2-3, 4-7, 8-14 and 15 or more days.
    WRITE-AGEING-LINE.
        EVALUATE TRUE
            WHEN AG-AGE(WS-AGE-IX) <= 1
                MOVE 1 TO WS-AGE-BAND
            WHEN AG-AGE(WS-AGE-IX) <= 3
                MOVE 2 TO WS-AGE-BAND
            WHEN AG-AGE(WS-AGE-IX) <= 7
                MOVE 3 TO WS-AGE-BAND
            WHEN AG-AGE(WS-AGE-IX) <= 14
                MOVE 4 TO WS-AGE-BAND
            WHEN OTHER
                MOVE 5 TO WS-AGE-BAND
        END-EVALUATE
        ADD 1 TO WS-OWNER-BAND(WS-AGE-BAND)
        ADD 1 TO WS-OWNER-TOTAL
        IF AG-OVER-LIMIT(WS-AGE-IX) = "*"
            ADD 1 TO WS-OWNER-OVER
        END-IF

        MOVE AG-AGE(WS-AGE-IX) TO WS-AGE-EDITED
        MOVE SPACES TO ageingFileRecord
        STRING AG-OVER-LIMIT(WS-AGE-IX) " " WS-AGE-EDITED " "
               AG-RUN-DATE(WS-AGE-IX) " " AG-TYPE(WS-AGE-IX) " "
               AG-SEQ(WS-AGE-IX) " " AG-SEVERITY(WS-AGE-IX) "   "
               AG-STATUS(WS-AGE-IX) " " AG-TEXT(WS-AGE-IX)
            DELIMITED BY SIZE INTO ageingFileRecord
        WRITE ageingFileRecord.

    WRITE-OWNER-BANDS.
        MOVE SPACES TO ageingFileRecord
        STRING "    " FUNCTION TRIM(WS-OWNER-BREAK)
               "  0-1 DAYS " WS-OWNER-BAND(1)
               "  2-3 " WS-OWNER-BAND(2)
               "  4-7 " WS-OWNER-BAND(3)
               "  8-14 " WS-OWNER-BAND(4)
               "  15+ " WS-OWNER-BAND(5)
               "  TOTAL " WS-OWNER-TOTAL
               "  PAST LIMIT " WS-OWNER-OVER
            DELIMITED BY SIZE INTO ageingFileRecord
        WRITE ageingFileRecord.

    WRITE-ALERT-RUN-TOTALS.
        MOVE SPACES TO reportFileRecord
        WRITE reportFileRecord
        MOVE "---- TOTALS ----" TO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "ALERT FILES READ " WS-FILES-READ
               "  NEW ALERTS " WS-ALERTS-NEW
               "  ALREADY REGISTERED " WS-ALERTS-HELD
               "  NOT REGISTERED " WS-ALERTS-FAILED
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "TRANSACTIONS " WS-TX-READ
               "  APPLIED " WS-TX-APPLIED
               "  ALREADY APPLIED " WS-TX-REPEATED
               "  REJECTED " WS-TX-REJECTED
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "REGISTER UNRESOLVED " WS-UNRESOLVED
               " (ACKNOWLEDGED " WS-ACKNOWLEDGED ")"
               "  RESOLVED " WS-RESOLVED
               "  ESCALATED " WS-ESCALATED
               " - SEE " FUNCTION TRIM(WS-ESCALATION-FILENAME)
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.

    COPY 'runparm_load.cpy'.
    COPY 'operator_check.cpy'.
