      *> ---------------------------------------------------------------
      *> REVERSE_RUN.CBL
      *>
      *> ReverseRun backs a posted day out of the system when the day
      *> turns out to have been run on the wrong extract. Before it,
      *> undoing a day meant working out MasterMaint CORRECT
      *> transactions by hand for every ID the day touched, or a full
      *> MasterRebuild from the archive:
      *>
      *>   ReverseRun <yyyymmdd> <operator> <reason...>
      *>
      *> (or DL100_REVERSE_DATE / DL100_REVERSE_OPERATOR /
      *> DL100_REVERSE_REASON). Operator and reason are mandatory.
      *> Further operator parameters, all optional:
      *>   DL100_REVERSE_SEQ      rerun sequence being reversed
      *>                          (default the date's latest run)
      *>   DL100_REVERSE_OVERRIDE Y to reverse even though a later day
      *>                          has already built on the same IDs
      *>   DL100_MASTER_DATASET   ID master          (idmaster.dat)
      *>   DL100_LEDGER_DATASET   activity ledger    (idledger.dat)
      *>   DL100_HISTORY_DATASET  run history        (runhist.dat)
      *>   DL100_PERIOD_OVERRIDE  Y to reverse a date in a closed
      *>                          period (see below)
      *>
      *> The day's page of the ID activity ledger says exactly what the
      *> day added to each ID, so the page drives the backout: each ID
      *> on it has its left and right counts taken back off its master
      *> record, a LAST-SEEN of the reversed date falls back to the
      *> ID's previous ledger date, a FIRST-SEEN of the reversed date
      *> moves on to its next one, and an ID the day created - nothing
      *> left once its counts are taken off - is deleted from the
      *> master. Every ID touched gets a BEFORE and an AFTER image in
      *> the reversal audit log (revaudit_YYYYMMDD.txt, dated the day
      *> the reversal ran, appended to). The page itself is then
      *> removed from the ledger.
      *>
      *> The ledger holds only the latest run of a date, so only the
      *> latest run can be reversed; the run entries of the date up to
      *> it are all marked REVERSED in the run history, which takes
      *> them out of TrendReport and of the tolerance check's choice
      *> of comparison run. A rerun's master increments beyond what
      *> the page carries cannot be told apart and are reported as an
      *> anomaly for MasterRebuild to settle.
      *>
      *> Downstream, the extract the jobs were given (the corrected
      *> extract where there is one, else the live one) is answered by
      *> a reversal extract, interface_YYYYMMDD_REVERSAL.txt: its
      *> header and a V record with its trailer figures negated. A
      *> held extract that was never released is simply withdrawn.
      *>
      *> The reversal is refused if any ID on the page appears on a
      *> later ledger date, or on its master record as last seen after
      *> the date - a later day has built on it - unless the operator
      *> overrides, in which case the later days stand and only the
      *> reversed day's own figures come off.
      *>
      *> The operator must be an active operator holding REVERSE in the
      *> operator register (operator_check.cpy); the attempt is written
      *> to the security log whether granted or refused.
      *>
      *> A date in a month MonthEndClose has signed off is refused
      *> before anything is opened, as the drivers refuse a run into
      *> it (period_check.cpy), unless this submission carries
      *> DL100_PERIOD_OVERRIDE=Y and the operator also holds
      *> PRIOR-PERIOD. An overridden reversal is a prior-period
      *> adjustment: it is recorded in the period-control dataset
      *> under ReverseRun once it completes, and the statement of the
      *> month it ran in shows the day's reported figures coming off.
      *>
      *> Condition codes: 0 = reversed, 4 = reversed with anomalies
      *> listed in the audit log, 8 = refused because a later day has
      *> built on the IDs, 12 = parameters missing, run not found or
      *> already reversed, ledger page missing or datasets unusable,
      *> 20 = operator not registered, revoked or not authorised,
      *> 24 = the date is in a closed period.
      *> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. ReverseRun.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT masterFile ASSIGN TO DYNAMIC WS-MASTER-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MASTER-ID
            FILE STATUS IS WS-MASTER-FILE-STATUS.

        SELECT ledgerFile ASSIGN TO DYNAMIC WS-LEDGER-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LD-KEY
            FILE STATUS IS WS-LEDGER-FILE-STATUS.

        SELECT historyFile ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RH-KEY
            FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT extractFile ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXTRACT-FILE-STATUS.

        SELECT reversalFile ASSIGN TO DYNAMIC WS-REVERSAL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT auditFile ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-FILE-STATUS.

        SELECT parmFile ASSIGN TO DYNAMIC WS-PARM-DATASET-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-FILE-STATUS.

        SELECT periodFile ASSIGN TO DYNAMIC WS-PERIOD-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERIOD-FILE-STATUS.

        SELECT operatorFile ASSIGN TO DYNAMIC WS-OPERATOR-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERATOR-FILE-STATUS.

        SELECT securityLogFile ASSIGN TO DYNAMIC WS-SECLOG-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SECLOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  masterFile.
01  masterFileRecord.
    05 MASTER-ID                    PIC 9(10).
    05 MASTER-FIRST-SEEN            PIC 9(8).
    05 MASTER-LAST-SEEN             PIC 9(8).
    05 MASTER-LEFT-COUNT            PIC 9(9).
    05 MASTER-RIGHT-COUNT           PIC 9(9).

FD  ledgerFile.
COPY 'ledger_record.cpy'.

FD  historyFile.
COPY 'runhist_record.cpy'.

FD  extractFile.
01  extractFileRecord PIC X(80).

FD  reversalFile.
01  reversalFileRecord PIC X(80).

FD  auditFile.
01  auditFileRecord PIC X(160).
      *> The parameter echo (runparm_load.cpy) writes through
      *> reportFileRecord; here it goes to the audit log.
01  reportFileRecord PIC X(160).

FD  parmFile.
01  parmFileRecord PIC X(132).

FD  periodFile.
01  periodFileRecord PIC X(200).

FD  operatorFile.
01  operatorFileRecord PIC X(132).

FD  securityLogFile.
01  securityLogFileRecord PIC X(200).

WORKING-STORAGE SECTION.
77  WS-MASTER-FILENAME              PIC X(100) VALUE SPACES.
77  WS-MASTER-FILE-STATUS           PIC XX VALUE SPACES.
77  WS-LEDGER-FILENAME              PIC X(100) VALUE SPACES.
77  WS-LEDGER-FILE-STATUS           PIC XX VALUE SPACES.
77  WS-HISTORY-FILENAME             PIC X(100) VALUE SPACES.
77  WS-HIST-FILE-STATUS             PIC XX VALUE SPACES.
77  WS-EXTRACT-FILENAME             PIC X(100) VALUE SPACES.
77  WS-EXTRACT-FILE-STATUS          PIC XX VALUE SPACES.
77  WS-REVERSAL-FILENAME            PIC X(100) VALUE SPACES.
77  WS-AUDIT-FILENAME               PIC X(100) VALUE SPACES.
77  WS-AUDIT-FILE-STATUS            PIC XX VALUE SPACES.

77  WS-PARM-LINE                    PIC X(132) VALUE SPACES.
77  WS-PARM-TRIMMED                 PIC X(132) VALUE SPACES.
77  WS-PARSE-PTR                    PIC 9(4) VALUE 1.
77  WS-DATE-PARM                    PIC X(10) VALUE SPACES.
77  WS-OPERATOR-PARM                PIC X(20) VALUE SPACES.
77  WS-REASON-PARM                  PIC X(80) VALUE SPACES.
77  WS-SEQ-PARM                     PIC X(10) VALUE SPACES.
77  WS-OVERRIDE-PARM                PIC X(10) VALUE SPACES.

01  WS-REVERSE-DATE                 PIC 9(8) VALUE 0.
01  WS-REVERSE-DATE-X REDEFINES WS-REVERSE-DATE PIC X(8).
01  WS-TODAY                        PIC 9(8) VALUE 0.
01  WS-TODAY-X REDEFINES WS-TODAY   PIC X(8).
77  WS-REVERSE-TIME                 PIC 9(8) VALUE 0.

77  WS-OVERRIDE-SW                  PIC X VALUE 'N'.
    88 WS-OVERRIDE-REQUESTED        VALUE 'Y'.
    88 WS-OVERRIDE-NOT-REQUESTED    VALUE 'N'.

      *> The run being reversed: the sequence asked for (or the
      *> latest), and what the history says of the date's runs.
77  WS-SEQ-GIVEN-SW                 PIC X VALUE 'N'.
    88 WS-SEQ-GIVEN                 VALUE 'Y'.
    88 WS-SEQ-DEFAULTED             VALUE 'N'.
77  WS-TARGET-SEQ                   PIC 9(2) VALUE 0.
77  WS-LATEST-SEQ                   PIC 9(2) VALUE 0.
77  WS-TARGET-MODE                  PIC X(2) VALUE SPACES.
77  WS-RUN-FOUND-SW                 PIC X VALUE 'N'.
    88 WS-RUN-FOUND                 VALUE 'Y'.
    88 WS-RUN-NOT-FOUND             VALUE 'N'.
77  WS-TARGET-REVERSED-SW           PIC X VALUE 'N'.
    88 WS-TARGET-ALREADY-REVERSED   VALUE 'Y'.
77  WS-FULL-RUNS                    PIC 9(3) VALUE 0.
77  WS-CORRECTED-RUNS               PIC 9(3) VALUE 0.
77  WS-RUNS-MARKED                  PIC 9(3) VALUE 0.

      *> One entry per ID on the reversed date's ledger page, in ID
      *> order as the page is keyed, so the rest of the ledger finds
      *> its IDs by binary search. PREV and NEXT are the ID's nearest
      *> ledger dates either side of the reversed one.
77  WS-RV-MAX                       PIC 9(6) VALUE 100000.
77  WS-RV-COUNT                     PIC 9(6) VALUE 0.
77  WS-RV-IX                        PIC 9(6) VALUE 0.
77  WS-RV-LOW                       PIC 9(6) VALUE 0.
77  WS-RV-HIGH                      PIC 9(6) VALUE 0.
77  WS-RV-MID                       PIC 9(6) VALUE 0.
77  WS-RV-FOUND-SW                  PIC X VALUE 'N'.
    88 WS-RV-FOUND                  VALUE 'Y'.
    88 WS-RV-NOT-FOUND              VALUE 'N'.
77  WS-PAGE-OVERFLOW-SW             PIC X VALUE 'N'.
    88 WS-PAGE-OVERFLOW             VALUE 'Y'.
77  WS-PAGE-SEQ                     PIC 9(2) VALUE 0.
77  WS-PAGE-SEQ-MIXED-SW            PIC X VALUE 'N'.
    88 WS-PAGE-SEQ-MIXED            VALUE 'Y'.
01  REVERSE-TABLE.
    05 RV-ENTRY OCCURS 100000 TIMES.
        10 RV-ID                    PIC 9(10).
        10 RV-LEFT                  PIC 9(9).
        10 RV-RIGHT                 PIC 9(9).
        10 RV-PREV-DATE             PIC 9(8).
        10 RV-NEXT-DATE             PIC 9(8).
        10 RV-LATER-DAYS            PIC 9(5).
        10 RV-MASTER-LAST           PIC 9(8).

77  WS-LEDGER-EOF-SW                PIC X VALUE 'N'.
    88 WS-LEDGER-EOF                VALUE 'Y'.
    88 WS-LEDGER-NOT-EOF            VALUE 'N'.

77  EOF PIC X VALUE 'N'.
    88 EOF-REACHED                  VALUE 'Y'.

77  WS-CONFLICT-IDS                 PIC 9(7) VALUE 0.
77  WS-CONFLICT-SHOWN               PIC 9(3) VALUE 0.
77  WS-CONFLICT-MAX-SHOWN           PIC 9(3) VALUE 50.

77  WS-IDS-UPDATED                  PIC 9(7) VALUE 0.
77  WS-IDS-DELETED                  PIC 9(7) VALUE 0.
77  WS-ANOMALIES                    PIC 9(7) VALUE 0.
77  WS-PAGE-DELETED                 PIC 9(7) VALUE 0.
77  WS-ANOMALY-TEXT                 PIC X(80) VALUE SPACES.

77  WS-REFUSE-CC                    PIC 9(2) VALUE 0.
77  WS-REFUSE-TEXT                  PIC X(100) VALUE SPACES.

77  WS-EXTRACT-KIND                 PIC X(10) VALUE SPACES.
77  WS-HELD-FILENAME                PIC X(100) VALUE SPACES.
77  WS-EXTRACT-HEADER-SW            PIC X VALUE 'N'.
    88 WS-EXTRACT-HAS-HEADER        VALUE 'Y'.
77  WS-EXTRACT-TRAILER-SW           PIC X VALUE 'N'.
    88 WS-EXTRACT-HAS-TRAILER       VALUE 'Y'.
77  WS-EXTRACT-FOUND-SW             PIC X VALUE 'N'.
    88 WS-EXTRACT-FOUND             VALUE 'Y'.
    88 WS-EXTRACT-NOT-FOUND         VALUE 'N'.

COPY 'interface_working_storage.cpy'.
COPY 'runparm_working_storage.cpy'.
COPY 'period_working_storage.cpy'.
COPY 'operator_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
        PERFORM DETERMINE-REVERSE-PARMS
        PERFORM CHECK-REVERSE-AUTHORITY
        PERFORM CHECK-REVERSE-PERIOD
        PERFORM OPEN-REVERSE-FILES
        PERFORM FIND-RUN-TO-REVERSE
        PERFORM LOAD-LEDGER-PAGE
        PERFORM SCAN-LEDGER-NEIGHBOURS
        PERFORM CHECK-MASTER-LATER-USE
        PERFORM CHECK-LATER-USE

        PERFORM BACK-OUT-MASTER
        PERFORM DELETE-LEDGER-PAGE
        PERFORM MARK-RUNS-REVERSED
        PERFORM WRITE-REVERSAL-EXTRACT
        PERFORM WRITE-REVERSAL-TOTALS
        IF WS-PC-RUN-ADJUSTMENT
            PERFORM RECORD-REVERSAL-ADJUSTMENT
        END-IF
        PERFORM CLOSE-REVERSE-FILES

        IF WS-ANOMALIES > 0
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF

        DISPLAY "REVERSERUN: " WS-REVERSE-DATE-X " seq " WS-TARGET-SEQ
            " reversed by " FUNCTION TRIM(WS-OPERATOR-PARM) " - "
            WS-RV-COUNT " IDs, " WS-IDS-DELETED " deleted, "
            WS-ANOMALIES " anomalies - audit "
            FUNCTION TRIM(WS-AUDIT-FILENAME)

        STOP RUN.

    DETERMINE-REVERSE-PARMS.
        ACCEPT WS-TODAY FROM DATE YYYYMMDD
        ACCEPT WS-REVERSE-TIME FROM TIME

        MOVE SPACES TO WS-PARM-LINE
        ACCEPT WS-PARM-LINE FROM COMMAND-LINE
        PERFORM EXTRACT-REVERSE-TOKENS

        IF WS-DATE-PARM = SPACES
            ACCEPT WS-DATE-PARM
                FROM ENVIRONMENT "DL100_REVERSE_DATE"
        END-IF
        IF WS-OPERATOR-PARM = SPACES
            ACCEPT WS-OPERATOR-PARM
                FROM ENVIRONMENT "DL100_REVERSE_OPERATOR"
        END-IF
        IF WS-REASON-PARM = SPACES
            ACCEPT WS-REASON-PARM
                FROM ENVIRONMENT "DL100_REVERSE_REASON"
        END-IF

        IF WS-DATE-PARM = SPACES
                OR FUNCTION TEST-NUMVAL(WS-DATE-PARM) NOT = 0
                OR WS-OPERATOR-PARM = SPACES
                OR WS-REASON-PARM = SPACES
            DISPLAY "REVERSERUN: usage - ReverseRun <yyyymmdd>"
                " <operator> <reason...> - operator and reason"
                " are mandatory"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE FUNCTION NUMVAL(WS-DATE-PARM) TO WS-REVERSE-DATE

        SET WS-SEQ-DEFAULTED TO TRUE
        MOVE SPACES TO WS-SEQ-PARM
        ACCEPT WS-SEQ-PARM FROM ENVIRONMENT "DL100_REVERSE_SEQ"
        IF WS-SEQ-PARM NOT = SPACES
            IF FUNCTION TEST-NUMVAL(WS-SEQ-PARM) NOT = 0
                    OR FUNCTION NUMVAL(WS-SEQ-PARM) > 99
                DISPLAY "REVERSERUN: DL100_REVERSE_SEQ "
                    FUNCTION TRIM(WS-SEQ-PARM)
                    " is not a rerun sequence 0-99"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-SEQ-PARM) TO WS-TARGET-SEQ
            SET WS-SEQ-GIVEN TO TRUE
        END-IF

        SET WS-OVERRIDE-NOT-REQUESTED TO TRUE
        MOVE SPACES TO WS-OVERRIDE-PARM
        ACCEPT WS-OVERRIDE-PARM
            FROM ENVIRONMENT "DL100_REVERSE_OVERRIDE"
        MOVE FUNCTION UPPER-CASE(WS-OVERRIDE-PARM) TO WS-OVERRIDE-PARM
        IF WS-OVERRIDE-PARM = "Y" OR WS-OVERRIDE-PARM = "YES"
            SET WS-OVERRIDE-REQUESTED TO TRUE
        END-IF

        MOVE SPACES TO WS-MASTER-FILENAME
        ACCEPT WS-MASTER-FILENAME
            FROM ENVIRONMENT "DL100_MASTER_DATASET"
        IF WS-MASTER-FILENAME = SPACES
            MOVE "idmaster.dat" TO WS-MASTER-FILENAME
        END-IF

        MOVE SPACES TO WS-LEDGER-FILENAME
        ACCEPT WS-LEDGER-FILENAME
            FROM ENVIRONMENT "DL100_LEDGER_DATASET"
        IF WS-LEDGER-FILENAME = SPACES
            MOVE "idledger.dat" TO WS-LEDGER-FILENAME
        END-IF

        MOVE SPACES TO WS-HISTORY-FILENAME
        ACCEPT WS-HISTORY-FILENAME
            FROM ENVIRONMENT "DL100_HISTORY_DATASET"
        IF WS-HISTORY-FILENAME = SPACES
            MOVE "runhist.dat" TO WS-HISTORY-FILENAME
        END-IF

        MOVE SPACES TO WS-AUDIT-FILENAME
        STRING "revaudit_" WS-TODAY-X ".txt"
            DELIMITED BY SIZE INTO WS-AUDIT-FILENAME
        MOVE SPACES TO WS-REVERSAL-FILENAME
        STRING "interface_" WS-REVERSE-DATE-X "_REVERSAL.txt"
            DELIMITED BY SIZE INTO WS-REVERSAL-FILENAME.

      *> Everything on the command line past the date and operator
      *> tokens is the reason text, spaces and all.
    EXTRACT-REVERSE-TOKENS.
        MOVE SPACES TO WS-DATE-PARM
        MOVE SPACES TO WS-OPERATOR-PARM
        MOVE SPACES TO WS-REASON-PARM
        MOVE FUNCTION TRIM(WS-PARM-LINE) TO WS-PARM-TRIMMED
        MOVE 1 TO WS-PARSE-PTR
        UNSTRING WS-PARM-TRIMMED DELIMITED BY ALL SPACE
            INTO WS-DATE-PARM, WS-OPERATOR-PARM
            WITH POINTER WS-PARSE-PTR
        END-UNSTRING
        IF WS-OPERATOR-PARM NOT = SPACES
                AND WS-PARSE-PTR <=
                    FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-TRIMMED))
            MOVE WS-PARM-TRIMMED(WS-PARSE-PTR:)
                TO WS-REASON-PARM
        END-IF.

    CHECK-REVERSE-AUTHORITY.
        PERFORM LOAD-OPERATOR-REGISTER
        MOVE WS-OPERATOR-PARM TO WS-AUTH-OPERATOR
        MOVE "REVERSE" TO WS-AUTH-FUNCTION
        MOVE "REVERSERUN" TO WS-AUTH-PROGRAM
        MOVE SPACES TO WS-AUTH-DETAIL
        IF WS-OVERRIDE-REQUESTED
            STRING "RUN " WS-REVERSE-DATE-X " OVERRIDE"
                DELIMITED BY SIZE INTO WS-AUTH-DETAIL
        ELSE
            STRING "RUN " WS-REVERSE-DATE-X
                DELIMITED BY SIZE INTO WS-AUTH-DETAIL
        END-IF
        PERFORM CHECK-OPERATOR-AUTHORITY
        IF NOT WS-AUTH-GRANTED
            MOVE WS-AUTH-REFUSED-CC TO RETURN-CODE
            STOP RUN
        END-IF.

      *> A reversal changes the master, the ledger and the run
      *> history for the date, so a closed month is held to the same
      *> lock as a run into it. The reversing operator is the one
      *> the PRIOR-PERIOD override is checked against.
    CHECK-REVERSE-PERIOD.
        PERFORM LOAD-PARM-DATASET
        PERFORM LOAD-PERIOD-CONTROL
        MOVE WS-REVERSE-DATE TO WS-PC-CHECK-DATE
        MOVE "ReverseRun" TO WS-PC-PROGRAM
        MOVE "DL100_PERIOD_OVERRIDE" TO WS-PC-OVERRIDE-KEY
        MOVE SPACES TO WS-PC-OPERATOR-KEY
        MOVE WS-OPERATOR-PARM TO WS-AUTH-OPERATOR
        PERFORM CHECK-RUN-PERIOD
        IF WS-PC-RUN-REFUSED
            MOVE WS-PERIOD-REFUSED-CC TO RETURN-CODE
            STOP RUN
        END-IF.

      *> The audit log is opened first so that a refusal from here on
      *> is on record alongside the reversals that went through.
    OPEN-REVERSE-FILES.
        OPEN EXTEND auditFile
        IF WS-AUDIT-FILE-STATUS = "35"
            OPEN OUTPUT auditFile
        END-IF

        MOVE SPACES TO auditFileRecord
        WRITE auditFileRecord
        MOVE SPACES TO auditFileRecord
        STRING "REVERSAL AUDIT  RUN DATE: " WS-REVERSE-DATE-X
               "  ON: " WS-TODAY-X
               "  AT: " WS-REVERSE-TIME(1:6)
               "  OPERATOR: " FUNCTION TRIM(WS-AUTH-OPERATOR)
            DELIMITED BY SIZE INTO auditFileRecord
        WRITE auditFileRecord
        MOVE SPACES TO auditFileRecord
        STRING "REASON: " FUNCTION TRIM(WS-REASON-PARM)
            DELIMITED BY SIZE INTO auditFileRecord
        WRITE auditFileRecord
        MOVE SPACES TO auditFileRecord
        STRING "MASTER: " FUNCTION TRIM(WS-MASTER-FILENAME)
               "  LEDGER: " FUNCTION TRIM(WS-LEDGER-FILENAME)
               "  HISTORY: " FUNCTION TRIM(WS-HISTORY-FILENAME)
               "  OVERRIDE: " WS-OVERRIDE-SW
            DELIMITED BY SIZE INTO auditFileRecord
        WRITE auditFileRecord
        IF WS-PC-RUN-ADJUSTMENT
            MOVE SPACES TO auditFileRecord
            STRING "PRIOR-PERIOD ADJUSTMENT: " WS-REVERSE-DATE-X
                   " IS IN CLOSED PERIOD " WS-PC-CHECK-PERIOD
                   " - REVERSED UNDER OVERRIDE"
                DELIMITED BY SIZE INTO auditFileRecord
            WRITE auditFileRecord
        END-IF
        PERFORM WRITE-PARAMETER-ECHO

        OPEN I-O historyFile
        IF WS-HIST-FILE-STATUS NOT = "00"
            MOVE SPACES TO WS-REFUSE-TEXT
            STRING "RUN HISTORY " FUNCTION TRIM(WS-HISTORY-FILENAME)
                   " UNAVAILABLE (STATUS " WS-HIST-FILE-STATUS ")"
                DELIMITED BY SIZE INTO WS-REFUSE-TEXT
            MOVE 12 TO WS-REFUSE-CC
            PERFORM REFUSE-REVERSAL
        END-IF

        OPEN I-O ledgerFile
        IF WS-LEDGER-FILE-STATUS NOT = "00"
            MOVE SPACES TO WS-REFUSE-TEXT
            STRING "LEDGER " FUNCTION TRIM(WS-LEDGER-FILENAME)
                   " UNAVAILABLE (STATUS " WS-LEDGER-FILE-STATUS ")"
                DELIMITED BY SIZE INTO WS-REFUSE-TEXT
            MOVE 12 TO WS-REFUSE-CC
            CLOSE historyFile
            PERFORM REFUSE-REVERSAL
        END-IF

        OPEN I-O masterFile
        IF WS-MASTER-FILE-STATUS NOT = "00"
            MOVE SPACES TO WS-REFUSE-TEXT
            STRING "MASTER " FUNCTION TRIM(WS-MASTER-FILENAME)
                   " UNAVAILABLE (STATUS " WS-MASTER-FILE-STATUS ")"
                DELIMITED BY SIZE INTO WS-REFUSE-TEXT
            MOVE 12 TO WS-REFUSE-CC
            CLOSE historyFile
            CLOSE ledgerFile
            PERFORM REFUSE-REVERSAL
        END-IF.

    CLOSE-REVERSE-FILES.
        CLOSE masterFile
        CLOSE ledgerFile
        CLOSE historyFile
        CLOSE auditFile.

      *> Nothing has been changed when a refusal is taken: every
      *> check runs before the first update.
    REFUSE-REVERSAL.
        MOVE SPACES TO auditFileRecord
        STRING "REFUSED: " FUNCTION TRIM(WS-REFUSE-TEXT)
               " - NOTHING CHANGED"
            DELIMITED BY SIZE INTO auditFileRecord
        WRITE auditFileRecord
        CLOSE auditFile
        DISPLAY "REVERSERUN: " WS-REVERSE-DATE-X " not reversed - "
            FUNCTION TRIM(WS-REFUSE-TEXT)
        MOVE WS-REFUSE-CC TO RETURN-CODE
        STOP RUN.

    REFUSE-WITH-FILES-OPEN.
        CLOSE masterFile
        CLOSE ledgerFile
        CLOSE historyFile
        PERFORM REFUSE-REVERSAL.

      *> Read the date's Day1Driver entries - keyed by date, program,
      *> mode and sequence, so one START finds them all - noting the
      *> latest run and how many full and corrected runs posted.
    FIND-RUN-TO-REVERSE.
        SET WS-RUN-NOT-FOUND TO TRUE
        MOVE 'N' TO WS-TARGET-REVERSED-SW
        MOVE 0 TO WS-LATEST-SEQ
        MOVE 0 TO WS-FULL-RUNS
        MOVE 0 TO WS-CORRECTED-RUNS
        MOVE 'N' TO EOF

        MOVE LOW-VALUES TO RH-KEY
        MOVE WS-REVERSE-DATE TO RH-RUN-DATE
        MOVE "Day1Driver" TO RH-PROGRAM
        START historyFile KEY IS NOT LESS THAN RH-KEY
            INVALID KEY
                SET EOF-REACHED TO TRUE
        END-START

        PERFORM UNTIL EOF-REACHED
            READ historyFile NEXT RECORD
                AT END
                    SET EOF-REACHED TO TRUE
                NOT AT END
                    IF RH-RUN-DATE NOT = WS-REVERSE-DATE
                            OR RH-PROGRAM NOT = "Day1Driver"
                        SET EOF-REACHED TO TRUE
                    ELSE
                        IF RH-RUN-EVENT
                            PERFORM NOTE-DATE-RUN
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        MOVE 'N' TO EOF

        IF WS-RUN-NOT-FOUND
            MOVE SPACES TO WS-REFUSE-TEXT
            STRING "NO DAY1DRIVER RUN FOR " WS-REVERSE-DATE-X
                   " SEQ " WS-TARGET-SEQ " IN THE RUN HISTORY"
                DELIMITED BY SIZE INTO WS-REFUSE-TEXT
            MOVE 12 TO WS-REFUSE-CC
            PERFORM REFUSE-WITH-FILES-OPEN
        END-IF
        IF WS-TARGET-ALREADY-REVERSED
            MOVE SPACES TO WS-REFUSE-TEXT
            STRING "RUN " WS-REVERSE-DATE-X " SEQ " WS-TARGET-SEQ
                   " IS ALREADY REVERSED"
                DELIMITED BY SIZE INTO WS-REFUSE-TEXT
            MOVE 12 TO WS-REFUSE-CC
            PERFORM REFUSE-WITH-FILES-OPEN
        END-IF
        IF WS-TARGET-SEQ NOT = WS-LATEST-SEQ
            MOVE SPACES TO WS-REFUSE-TEXT
            STRING "SEQ " WS-TARGET-SEQ " IS NOT THE LATEST RUN OF "
                   WS-REVERSE-DATE-X " (SEQ " WS-LATEST-SEQ
                   ") - ONLY THE LATEST RUN CAN BE REVERSED"
                DELIMITED BY SIZE INTO WS-REFUSE-TEXT
            MOVE 12 TO WS-REFUSE-CC
            PERFORM REFUSE-WITH-FILES-OPEN
        END-IF

        MOVE SPACES TO auditFileRecord
        STRING "RUN REVERSED: SEQ " WS-TARGET-SEQ
               "  MODE " FUNCTION TRIM(WS-TARGET-MODE)
               "  FULL RUNS OF THE DATE: " WS-FULL-RUNS
               "  CORRECTED RUNS: " WS-CORRECTED-RUNS
            DELIMITED BY SIZE INTO auditFileRecord
        WRITE auditFileRecord.

      *> Runs already reversed do not count - their postings are off
      *> the master. With no sequence given the latest entry read so
      *> far is the target.
    NOTE-DATE-RUN.
        IF RH-RERUN-SEQ >= WS-LATEST-SEQ
            MOVE RH-RERUN-SEQ TO WS-LATEST-SEQ
            IF WS-SEQ-DEFAULTED
                MOVE RH-RERUN-SEQ TO WS-TARGET-SEQ
                PERFORM TAKE-TARGET-RUN-STATE
            END-IF
        END-IF
        IF WS-SEQ-GIVEN AND RH-RERUN-SEQ = WS-TARGET-SEQ
            PERFORM TAKE-TARGET-RUN-STATE
        END-IF
        IF NOT RH-REVERSED
            IF RH-MODE(1:1) = "C"
                ADD 1 TO WS-CORRECTED-RUNS
            ELSE
                ADD 1 TO WS-FULL-RUNS
            END-IF
        END-IF.

    TAKE-TARGET-RUN-STATE.
        SET WS-RUN-FOUND TO TRUE
        MOVE RH-MODE TO WS-TARGET-MODE
        IF RH-REVERSED
            SET WS-TARGET-ALREADY-REVERSED TO TRUE
        ELSE
            MOVE 'N' TO WS-TARGET-REVERSED-SW
        END-IF.

      *> The page must be the reversed run's own: a page posted by
      *> another sequence means the day's per-ID detail is not what
      *> the run posted, and only MasterRebuild can put it right.
    LOAD-LEDGER-PAGE.
        MOVE 0 TO WS-RV-COUNT
        MOVE 'N' TO WS-PAGE-OVERFLOW-SW
        MOVE 'N' TO WS-PAGE-SEQ-MIXED-SW
        SET WS-LEDGER-NOT-EOF TO TRUE

        MOVE WS-REVERSE-DATE TO LD-RUN-DATE
        MOVE 0 TO LD-ID
        START ledgerFile KEY IS NOT LESS THAN LD-KEY
            INVALID KEY
                SET WS-LEDGER-EOF TO TRUE
        END-START

        PERFORM UNTIL WS-LEDGER-EOF
            READ ledgerFile NEXT RECORD
                AT END
                    SET WS-LEDGER-EOF TO TRUE
                NOT AT END
                    IF LD-RUN-DATE NOT = WS-REVERSE-DATE
                        SET WS-LEDGER-EOF TO TRUE
                    ELSE
                        PERFORM TAKE-PAGE-RECORD
                    END-IF
            END-READ
        END-PERFORM

        MOVE 12 TO WS-REFUSE-CC
        EVALUATE TRUE
            WHEN WS-RV-COUNT = 0
                MOVE SPACES TO WS-REFUSE-TEXT
                STRING "NO LEDGER PAGE FOR " WS-REVERSE-DATE-X
                       " - USE MASTERREBUILD"
                    DELIMITED BY SIZE INTO WS-REFUSE-TEXT
                PERFORM REFUSE-WITH-FILES-OPEN
            WHEN WS-PAGE-OVERFLOW
                MOVE SPACES TO WS-REFUSE-TEXT
                STRING "LEDGER PAGE EXCEEDS " WS-RV-MAX
                       " IDS - USE MASTERREBUILD"
                    DELIMITED BY SIZE INTO WS-REFUSE-TEXT
                PERFORM REFUSE-WITH-FILES-OPEN
            WHEN WS-PAGE-SEQ-MIXED
                    OR WS-PAGE-SEQ NOT = WS-TARGET-SEQ
                MOVE SPACES TO WS-REFUSE-TEXT
                STRING "LEDGER PAGE WAS POSTED BY SEQ " WS-PAGE-SEQ
                       " NOT SEQ " WS-TARGET-SEQ
                       " - USE MASTERREBUILD"
                    DELIMITED BY SIZE INTO WS-REFUSE-TEXT
                PERFORM REFUSE-WITH-FILES-OPEN
        END-EVALUATE
        MOVE 0 TO WS-REFUSE-CC.

    TAKE-PAGE-RECORD.
        IF WS-RV-COUNT = 0
            MOVE LD-RUN-SEQ TO WS-PAGE-SEQ
        END-IF
        IF LD-RUN-SEQ NOT = WS-PAGE-SEQ
            SET WS-PAGE-SEQ-MIXED TO TRUE
        END-IF
        IF WS-RV-COUNT >= WS-RV-MAX
            SET WS-PAGE-OVERFLOW TO TRUE
            SET WS-LEDGER-EOF TO TRUE
        ELSE
            ADD 1 TO WS-RV-COUNT
            MOVE LD-ID TO RV-ID(WS-RV-COUNT)
            MOVE LD-LEFT-COUNT TO RV-LEFT(WS-RV-COUNT)
            MOVE LD-RIGHT-COUNT TO RV-RIGHT(WS-RV-COUNT)
            MOVE 0 TO RV-PREV-DATE(WS-RV-COUNT)
            MOVE 0 TO RV-NEXT-DATE(WS-RV-COUNT)
            MOVE 0 TO RV-LATER-DAYS(WS-RV-COUNT)
            MOVE 0 TO RV-MASTER-LAST(WS-RV-COUNT)
        END-IF.

      *> One pass over the rest of the ledger settles, for every ID on
      *> the page, its nearest ledger date before and after the
      *> reversed one and how many later days it appears on.
    SCAN-LEDGER-NEIGHBOURS.
        SET WS-LEDGER-NOT-EOF TO TRUE
        MOVE 0 TO LD-RUN-DATE
        MOVE 0 TO LD-ID
        START ledgerFile KEY IS NOT LESS THAN LD-KEY
            INVALID KEY
                SET WS-LEDGER-EOF TO TRUE
        END-START

        PERFORM UNTIL WS-LEDGER-EOF
            READ ledgerFile NEXT RECORD
                AT END
                    SET WS-LEDGER-EOF TO TRUE
                NOT AT END
                    IF LD-RUN-DATE NOT = WS-REVERSE-DATE
                        PERFORM TAKE-NEIGHBOUR-RECORD
                    END-IF
            END-READ
        END-PERFORM.

    TAKE-NEIGHBOUR-RECORD.
        PERFORM FIND-PAGE-ID
        IF WS-RV-FOUND
            IF LD-RUN-DATE < WS-REVERSE-DATE
                IF LD-RUN-DATE > RV-PREV-DATE(WS-RV-MID)
                    MOVE LD-RUN-DATE TO RV-PREV-DATE(WS-RV-MID)
                END-IF
            ELSE
                ADD 1 TO RV-LATER-DAYS(WS-RV-MID)
                IF RV-NEXT-DATE(WS-RV-MID) = 0
                        OR LD-RUN-DATE < RV-NEXT-DATE(WS-RV-MID)
                    MOVE LD-RUN-DATE TO RV-NEXT-DATE(WS-RV-MID)
                END-IF
            END-IF
        END-IF.

    FIND-PAGE-ID.
        SET WS-RV-NOT-FOUND TO TRUE
        MOVE 1 TO WS-RV-LOW
        MOVE WS-RV-COUNT TO WS-RV-HIGH
        PERFORM UNTIL WS-RV-FOUND OR WS-RV-LOW > WS-RV-HIGH
            COMPUTE WS-RV-MID = (WS-RV-LOW + WS-RV-HIGH) / 2
            EVALUATE TRUE
                WHEN RV-ID(WS-RV-MID) = LD-ID
                    SET WS-RV-FOUND TO TRUE
                WHEN RV-ID(WS-RV-MID) < LD-ID
                    COMPUTE WS-RV-LOW = WS-RV-MID + 1
                WHEN OTHER
                    IF WS-RV-MID = 1
                        MOVE 0 TO WS-RV-HIGH
                    ELSE
                        COMPUTE WS-RV-HIGH = WS-RV-MID - 1
                    END-IF
            END-EVALUATE
        END-PERFORM.

      *> The master catches what the ledger cannot show - a later day
      *> whose ledger page was never posted still moved LAST-SEEN.
    CHECK-MASTER-LATER-USE.
        PERFORM VARYING WS-RV-IX FROM 1 BY 1
                UNTIL WS-RV-IX > WS-RV-COUNT
            MOVE RV-ID(WS-RV-IX) TO MASTER-ID
            READ masterFile
            IF WS-MASTER-FILE-STATUS = "00"
                MOVE MASTER-LAST-SEEN TO RV-MASTER-LAST(WS-RV-IX)
            END-IF
        END-PERFORM.

    CHECK-LATER-USE.
        MOVE 0 TO WS-CONFLICT-IDS
        MOVE 0 TO WS-CONFLICT-SHOWN
        PERFORM VARYING WS-RV-IX FROM 1 BY 1
                UNTIL WS-RV-IX > WS-RV-COUNT
            IF RV-LATER-DAYS(WS-RV-IX) > 0
                    OR RV-MASTER-LAST(WS-RV-IX) > WS-REVERSE-DATE
                ADD 1 TO WS-CONFLICT-IDS
                IF WS-CONFLICT-SHOWN < WS-CONFLICT-MAX-SHOWN
                    ADD 1 TO WS-CONFLICT-SHOWN
                    MOVE SPACES TO auditFileRecord
                    STRING "LATER USE ID " RV-ID(WS-RV-IX)
                           "  LATER LEDGER DAYS=" RV-LATER-DAYS(WS-RV-IX)
                           "  NEXT=" RV-NEXT-DATE(WS-RV-IX)
                           "  MASTER LAST=" RV-MASTER-LAST(WS-RV-IX)
                        DELIMITED BY SIZE INTO auditFileRecord
                    WRITE auditFileRecord
                END-IF
            END-IF
        END-PERFORM

        IF WS-CONFLICT-IDS > 0
            MOVE SPACES TO auditFileRecord
            STRING "LATER USE: " WS-CONFLICT-IDS " OF " WS-RV-COUNT
                   " IDS APPEAR ON A LATER DAY (FIRST "
                   WS-CONFLICT-SHOWN " LISTED)"
                DELIMITED BY SIZE INTO auditFileRecord
            WRITE auditFileRecord
            IF WS-OVERRIDE-NOT-REQUESTED
                MOVE SPACES TO WS-REFUSE-TEXT
                STRING WS-CONFLICT-IDS " IDS HAVE BEEN BUILT ON BY"
                       " A LATER DAY - SET DL100_REVERSE_OVERRIDE=Y"
                       " TO REVERSE REGARDLESS"
                    DELIMITED BY SIZE INTO WS-REFUSE-TEXT
                MOVE 8 TO WS-REFUSE-CC
                PERFORM REFUSE-WITH-FILES-OPEN
            END-IF
            MOVE SPACES TO auditFileRecord
            STRING "OVERRIDE: OPERATOR "
                   FUNCTION TRIM(WS-AUTH-OPERATOR)
                   " REVERSES REGARDLESS - LATER DAYS STAND"
                DELIMITED BY SIZE INTO auditFileRecord
            WRITE auditFileRecord
        END-IF

      *> The master took the whole grid once per full run; the page
      *> holds it once. Earlier full runs' increments stay behind.
        IF WS-FULL-RUNS > 1 OR WS-CORRECTED-RUNS > 1
            MOVE SPACES TO WS-ANOMALY-TEXT
            STRING "DATE POSTED BY " WS-FULL-RUNS " FULL AND "
                   WS-CORRECTED-RUNS " CORRECTED RUNS - EARLIER"
                   " RUNS' INCREMENTS REMAIN"
                DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
            PERFORM WRITE-RUN-ANOMALY
        END-IF.

    WRITE-RUN-ANOMALY.
        ADD 1 TO WS-ANOMALIES
        MOVE SPACES TO auditFileRecord
        STRING "ANOMALY RUN " WS-REVERSE-DATE-X " "
               FUNCTION TRIM(WS-ANOMALY-TEXT)
            DELIMITED BY SIZE INTO auditFileRecord
        WRITE auditFileRecord.

    BACK-OUT-MASTER.
        MOVE 0 TO WS-IDS-UPDATED
        MOVE 0 TO WS-IDS-DELETED
        PERFORM VARYING WS-RV-IX FROM 1 BY 1
                UNTIL WS-RV-IX > WS-RV-COUNT
            PERFORM BACK-OUT-ONE-ID
        END-PERFORM.

    BACK-OUT-ONE-ID.
        MOVE RV-ID(WS-RV-IX) TO MASTER-ID
        READ masterFile
        IF WS-MASTER-FILE-STATUS NOT = "00"
            MOVE "NOT ON MASTER - NOTHING TO BACK OUT"
                TO WS-ANOMALY-TEXT
            PERFORM WRITE-ID-ANOMALY
        ELSE
            PERFORM WRITE-BEFORE-IMAGE

            IF MASTER-LEFT-COUNT < RV-LEFT(WS-RV-IX)
                MOVE "LEFT COUNT BELOW THE DAY'S - SET TO ZERO"
                    TO WS-ANOMALY-TEXT
                PERFORM WRITE-ID-ANOMALY
                MOVE 0 TO MASTER-LEFT-COUNT
            ELSE
                SUBTRACT RV-LEFT(WS-RV-IX) FROM MASTER-LEFT-COUNT
            END-IF
            IF MASTER-RIGHT-COUNT < RV-RIGHT(WS-RV-IX)
                MOVE "RIGHT COUNT BELOW THE DAY'S - SET TO ZERO"
                    TO WS-ANOMALY-TEXT
                PERFORM WRITE-ID-ANOMALY
                MOVE 0 TO MASTER-RIGHT-COUNT
            ELSE
                SUBTRACT RV-RIGHT(WS-RV-IX) FROM MASTER-RIGHT-COUNT
            END-IF

            IF MASTER-LEFT-COUNT = 0 AND MASTER-RIGHT-COUNT = 0
                DELETE masterFile RECORD
                ADD 1 TO WS-IDS-DELETED
                MOVE SPACES TO auditFileRecord
                STRING "AFTER  ID " RV-ID(WS-RV-IX) " DELETED"
                    DELIMITED BY SIZE INTO auditFileRecord
                WRITE auditFileRecord
            ELSE
                PERFORM ADJUST-SEEN-DATES
                REWRITE masterFileRecord
                ADD 1 TO WS-IDS-UPDATED
                PERFORM WRITE-AFTER-IMAGE
            END-IF
        END-IF.

      *> A LAST-SEEN with no earlier ledger date to fall back to
      *> (the ledger starts later than the ID) takes FIRST-SEEN, the
      *> only earlier date known; a FIRST-SEEN with no later one left
      *> standing is kept and reported.
    ADJUST-SEEN-DATES.
        IF MASTER-LAST-SEEN = WS-REVERSE-DATE
            IF RV-PREV-DATE(WS-RV-IX) > 0
                MOVE RV-PREV-DATE(WS-RV-IX) TO MASTER-LAST-SEEN
            ELSE
                IF MASTER-FIRST-SEEN < WS-REVERSE-DATE
                    MOVE MASTER-FIRST-SEEN TO MASTER-LAST-SEEN
                    MOVE SPACES TO WS-ANOMALY-TEXT
                    STRING "NO EARLIER LEDGER DATE - LAST-SEEN SET"
                           " TO FIRST-SEEN"
                        DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
                    PERFORM WRITE-ID-ANOMALY
                END-IF
            END-IF
        END-IF
        IF MASTER-FIRST-SEEN = WS-REVERSE-DATE
            IF RV-NEXT-DATE(WS-RV-IX) > 0
                MOVE RV-NEXT-DATE(WS-RV-IX) TO MASTER-FIRST-SEEN
            ELSE
                MOVE SPACES TO WS-ANOMALY-TEXT
                STRING "COUNTS REMAIN BUT NO LATER LEDGER DATE -"
                       " FIRST-SEEN KEPT"
                    DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
                PERFORM WRITE-ID-ANOMALY
            END-IF
        END-IF.

    WRITE-ID-ANOMALY.
        ADD 1 TO WS-ANOMALIES
        MOVE SPACES TO auditFileRecord
        STRING "ANOMALY ID " RV-ID(WS-RV-IX) " "
               FUNCTION TRIM(WS-ANOMALY-TEXT)
            DELIMITED BY SIZE INTO auditFileRecord
        WRITE auditFileRecord.

    WRITE-BEFORE-IMAGE.
        MOVE SPACES TO auditFileRecord
        STRING "BEFORE ID " MASTER-ID
               " FIRST=" MASTER-FIRST-SEEN
               " LAST=" MASTER-LAST-SEEN
               " LEFT=" MASTER-LEFT-COUNT
               " RIGHT=" MASTER-RIGHT-COUNT
               " DAY LEFT=" RV-LEFT(WS-RV-IX)
               " DAY RIGHT=" RV-RIGHT(WS-RV-IX)
            DELIMITED BY SIZE INTO auditFileRecord
        WRITE auditFileRecord.

    WRITE-AFTER-IMAGE.
        MOVE SPACES TO auditFileRecord
        STRING "AFTER  ID " MASTER-ID
               " FIRST=" MASTER-FIRST-SEEN
               " LAST=" MASTER-LAST-SEEN
               " LEFT=" MASTER-LEFT-COUNT
               " RIGHT=" MASTER-RIGHT-COUNT
            DELIMITED BY SIZE INTO auditFileRecord
        WRITE auditFileRecord.

    DELETE-LEDGER-PAGE.
        MOVE 0 TO WS-PAGE-DELETED
        SET WS-LEDGER-NOT-EOF TO TRUE
        MOVE WS-REVERSE-DATE TO LD-RUN-DATE
        MOVE 0 TO LD-ID
        START ledgerFile KEY IS NOT LESS THAN LD-KEY
            INVALID KEY
                SET WS-LEDGER-EOF TO TRUE
        END-START

        PERFORM UNTIL WS-LEDGER-EOF
            READ ledgerFile NEXT RECORD
                AT END
                    SET WS-LEDGER-EOF TO TRUE
                NOT AT END
                    IF LD-RUN-DATE NOT = WS-REVERSE-DATE
                        SET WS-LEDGER-EOF TO TRUE
                    ELSE
                        DELETE ledgerFile RECORD
                        ADD 1 TO WS-PAGE-DELETED
                    END-IF
            END-READ
        END-PERFORM

        MOVE SPACES TO auditFileRecord
        STRING "LEDGER PAGE " WS-REVERSE-DATE-X " REMOVED: "
               WS-PAGE-DELETED " RECORDS"
            DELIMITED BY SIZE INTO auditFileRecord
        WRITE auditFileRecord.

    MARK-RUNS-REVERSED.
        MOVE 0 TO WS-RUNS-MARKED
        MOVE LOW-VALUES TO RH-KEY
        MOVE WS-REVERSE-DATE TO RH-RUN-DATE
        MOVE "Day1Driver" TO RH-PROGRAM
        MOVE 'N' TO EOF
        START historyFile KEY IS NOT LESS THAN RH-KEY
            INVALID KEY
                SET EOF-REACHED TO TRUE
        END-START

        PERFORM UNTIL EOF-REACHED
            READ historyFile NEXT RECORD
                AT END
                    SET EOF-REACHED TO TRUE
                NOT AT END
                    IF RH-RUN-DATE NOT = WS-REVERSE-DATE
                            OR RH-PROGRAM NOT = "Day1Driver"
                        SET EOF-REACHED TO TRUE
                    ELSE
                        IF RH-RUN-EVENT AND NOT RH-REVERSED
                                AND RH-RERUN-SEQ <= WS-TARGET-SEQ
                            PERFORM MARK-ONE-RUN
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        MOVE 'N' TO EOF

        MOVE SPACES TO auditFileRecord
        STRING "RUN HISTORY: " WS-RUNS-MARKED
               " DAY1DRIVER ENTRIES MARKED REVERSED"
            DELIMITED BY SIZE INTO auditFileRecord
        WRITE auditFileRecord.

    MARK-ONE-RUN.
        MOVE 'Y' TO RH-REVERSED-SW
        MOVE WS-TODAY TO RH-REV-ON-DATE
        MOVE WS-REVERSE-TIME(1:6) TO RH-REV-AT-TIME
        MOVE WS-OPERATOR-PARM TO RH-REV-OPERATOR
        MOVE WS-REASON-PARM TO RH-REV-REASON
        REWRITE historyFileRecord
        IF WS-HIST-FILE-STATUS = "00"
            ADD 1 TO WS-RUNS-MARKED
        ELSE
            MOVE SPACES TO WS-ANOMALY-TEXT
            STRING "HISTORY ENTRY SEQ " RH-RERUN-SEQ
                   " NOT MARKED (STATUS " WS-HIST-FILE-STATUS ")"
                DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
            PERFORM WRITE-RUN-ANOMALY
        END-IF.

      *> The downstream jobs were given the corrected extract if the
      *> date has one, otherwise the live extract; a staged extract
      *> still awaiting ReleaseRun never left, and is withdrawn.
    WRITE-REVERSAL-EXTRACT.
        MOVE SPACES TO WS-HELD-FILENAME
        STRING "interface_" WS-REVERSE-DATE-X "_STAGED.txt"
            DELIMITED BY SIZE INTO WS-HELD-FILENAME
        MOVE WS-HELD-FILENAME TO WS-EXTRACT-FILENAME
        OPEN INPUT extractFile
        IF WS-EXTRACT-FILE-STATUS = "00"
            CLOSE extractFile
            DELETE FILE extractFile
            MOVE SPACES TO auditFileRecord
            STRING "INTERFACE: HELD EXTRACT "
                   FUNCTION TRIM(WS-HELD-FILENAME)
                   " WITHDRAWN UNRELEASED"
                DELIMITED BY SIZE INTO auditFileRecord
            WRITE auditFileRecord
        ELSE
            CLOSE extractFile
        END-IF

        SET WS-EXTRACT-NOT-FOUND TO TRUE
        MOVE "CORRECTED" TO WS-EXTRACT-KIND
        MOVE SPACES TO WS-EXTRACT-FILENAME
        STRING "interface_" WS-REVERSE-DATE-X "_CORRECTED.txt"
            DELIMITED BY SIZE INTO WS-EXTRACT-FILENAME
        PERFORM READ-DELIVERED-EXTRACT
        IF WS-EXTRACT-NOT-FOUND
            MOVE "LIVE" TO WS-EXTRACT-KIND
            MOVE SPACES TO WS-EXTRACT-FILENAME
            STRING "interface_" WS-REVERSE-DATE-X ".txt"
                DELIMITED BY SIZE INTO WS-EXTRACT-FILENAME
            PERFORM READ-DELIVERED-EXTRACT
        END-IF

        EVALUATE TRUE
            WHEN WS-EXTRACT-NOT-FOUND
                MOVE SPACES TO auditFileRecord
                STRING "INTERFACE: NO EXTRACT WAS DELIVERED FOR "
                       WS-REVERSE-DATE-X " - NO REVERSAL EXTRACT"
                       " WRITTEN"
                    DELIMITED BY SIZE INTO auditFileRecord
                WRITE auditFileRecord
            WHEN NOT WS-EXTRACT-HAS-TRAILER
                MOVE SPACES TO WS-ANOMALY-TEXT
                STRING "EXTRACT " FUNCTION TRIM(WS-EXTRACT-FILENAME)
                       " HAS NO TRAILER - NO REVERSAL EXTRACT"
                    DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
                PERFORM WRITE-RUN-ANOMALY
            WHEN OTHER
                PERFORM WRITE-REVERSAL-RECORDS
        END-EVALUATE.

    READ-DELIVERED-EXTRACT.
        MOVE 'N' TO WS-EXTRACT-HEADER-SW
        MOVE 'N' TO WS-EXTRACT-TRAILER-SW
        OPEN INPUT extractFile
        IF WS-EXTRACT-FILE-STATUS NOT = "00"
            CLOSE extractFile
        ELSE
            SET WS-EXTRACT-FOUND TO TRUE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ extractFile
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        EVALUATE extractFileRecord(1:1)
                            WHEN "H"
                                MOVE extractFileRecord
                                    TO INTF-HEADER-REC
                                SET WS-EXTRACT-HAS-HEADER TO TRUE
                            WHEN "T"
                                MOVE extractFileRecord
                                    TO INTF-TRAILER-REC
                                SET WS-EXTRACT-HAS-TRAILER TO TRUE
                        END-EVALUATE
                END-READ
            END-PERFORM
            MOVE 'N' TO EOF
            CLOSE extractFile
        END-IF.

    WRITE-REVERSAL-RECORDS.
        IF NOT WS-EXTRACT-HAS-HEADER
            MOVE 'H' TO INTF-H-TYPE
            MOVE WS-REVERSE-DATE TO INTF-H-DATE
            MOVE WS-TARGET-MODE(1:1) TO INTF-H-MODE
        END-IF
        MOVE 'V' TO INTF-V-TYPE
        COMPUTE INTF-V-COUNT = 0 - INTF-T-COUNT
        COMPUTE INTF-V-TOTAL = 0 - INTF-T-TOTAL
        COMPUTE INTF-V-SIMSCORE = 0 - INTF-T-SIMSCORE
        MOVE WS-TODAY TO INTF-V-REVERSED-ON

        OPEN OUTPUT reversalFile
        MOVE INTF-HEADER-REC TO reversalFileRecord
        WRITE reversalFileRecord
        MOVE INTF-REVERSAL-REC TO reversalFileRecord
        WRITE reversalFileRecord
        CLOSE reversalFile

        MOVE SPACES TO auditFileRecord
        STRING "INTERFACE: " FUNCTION TRIM(WS-REVERSAL-FILENAME)
               " WRITTEN AGAINST " FUNCTION TRIM(WS-EXTRACT-KIND)
               " EXTRACT " FUNCTION TRIM(WS-EXTRACT-FILENAME)
               "  COUNT=" INTF-T-COUNT
               " TOTAL=" INTF-T-TOTAL
               " SIMSCORE=" INTF-T-SIMSCORE
               " NEGATED"
            DELIMITED BY SIZE INTO auditFileRecord
        WRITE auditFileRecord.

    WRITE-REVERSAL-TOTALS.
        MOVE SPACES TO auditFileRecord
        STRING "TOTALS: IDS ON PAGE=" WS-RV-COUNT
               " UPDATED=" WS-IDS-UPDATED
               " DELETED=" WS-IDS-DELETED
               " LATER-USE=" WS-CONFLICT-IDS
               " ANOMALIES=" WS-ANOMALIES
            DELIMITED BY SIZE INTO auditFileRecord
        WRITE auditFileRecord.

      *> The ADJUST line names the reversal by the date and the
      *> sequence it backed out, under ReverseRun, so the statement
      *> can tell it from a rerun posted into the period.
    RECORD-REVERSAL-ADJUSTMENT.
        MOVE WS-REVERSE-DATE TO RH-RUN-DATE
        MOVE "ReverseRun" TO RH-PROGRAM
        MOVE WS-TARGET-SEQ TO RH-RERUN-SEQ
        PERFORM WRITE-ADJUSTMENT-ENTRY
        MOVE SPACES TO auditFileRecord
        STRING "PRIOR-PERIOD ADJUSTMENT RECORDED IN "
               FUNCTION TRIM(WS-PERIOD-FILENAME)
            DELIMITED BY SIZE INTO auditFileRecord
        WRITE auditFileRecord.

    COPY 'runparm_load.cpy'.
    COPY 'period_check.cpy'.
    COPY 'operator_check.cpy'.
