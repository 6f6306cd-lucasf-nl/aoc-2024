      *> ---------------------------------------------------------------
      *> MONTH_CLOSE.CBL
      *>
      *> MonthEndClose formally closes a month. For one period
      *> (DL100_CLOSE_PERIOD, YYYYMM, default last month) it reads the
      *> processing calendar and the keyed run history and writes the
      *> period statement, periodstmt_YYYYMM.txt, covering both feeds:
      *>
      *>   CALENDAR       business days the calendar expected
      *>   FEED DAY1      days run against days expected, the dates
      *>                  missed, month-to-date TOTAL and SIMSCORE,
      *>                  restated days, distributions auto-released,
      *>                  held then released, and still held, and the
      *>                  exception lines the runs wrote
      *>   FEED DAY2      days run against days expected, month-to-
      *>                  date rows graded and safety counts, restated
      *>                  days and exception lines
      *>   ADJUSTMENTS    prior-period adjustments posted during this
      *>                  month into an earlier, closed month, with the
      *>                  figure each one moved
      *>
      *> The latest rerun sequence of a day is the figure that stands.
      *> A Day1 run backed out by ReverseRun is not a day run and its
      *> figures stay out of the month to date; the day is counted
      *> and listed as reversed instead.
      *> Runs posted into this month after it was closed are prior-
      *> period adjustments; they appear on the statement of the month
      *> they were posted in and are left out of this one, so a closed
      *> month's statement always reproduces what was signed off.
      *>
      *> Sign-off: with DL100_CLOSE_SIGNOFF=Y and DL100_CLOSE_OPERATOR
      *> naming an active operator holding CLOSE in the operator
      *> register, the statement is written as signed off and a
      *> CLOSED line is appended to the period-control dataset
      *> (period_check.cpy). From then on Day1Driver and Day2Driver
      *> refuse to run a date in the month without the prior-period
      *> override. Both sign-off settings are read from the
      *> environment of the submission only. A month that has not yet
      *> ended cannot be closed, and a closed month is never closed
      *> twice.
      *>
      *> Operator parameters, all optional:
      *>   DL100_CLOSE_PERIOD     period to state, YYYYMM (last month)
      *>   DL100_CLOSE_SIGNOFF    Y to sign off and close the period
      *>   DL100_CLOSE_OPERATOR   operator signing off
      *>   DL100_PERIOD_DATASET   period control     (periodctl.txt)
      *>   DL100_HISTORY_DATASET  run history          (runhist.dat)
      *>   DL100_CALENDAR_DATASET calendar            (calendar.txt)
      *>
      *> Condition codes: 0 = statement written, nothing outstanding;
      *> 4 = expected business days not run, distributions still
      *> held, or a sign-off asked for a period already closed; 12 =
      *> the period is not valid, has not ended, or there is no run
      *> history; 20 = the operator may not sign off the close.
      *> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. MonthEndClose.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT historyFile ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RH-KEY
            FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT reportFile ASSIGN TO DYNAMIC WS-STATEMENT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT probeFile ASSIGN TO DYNAMIC WS-PROBE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROBE-FILE-STATUS.

        SELECT calendarFile ASSIGN TO DYNAMIC WS-CALENDAR-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAL-FILE-STATUS.

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
FD  historyFile.
COPY 'runhist_record.cpy'.

FD  reportFile.
01  reportFileRecord PIC X(132).

FD  probeFile.
01  probeFileRecord PIC X(220).

FD  calendarFile.
01  calendarFileRecord PIC X(100).

FD  parmFile.
01  parmFileRecord PIC X(132).

FD  periodFile.
01  periodFileRecord PIC X(200).

FD  operatorFile.
01  operatorFileRecord PIC X(132).

FD  securityLogFile.
01  securityLogFileRecord PIC X(200).

WORKING-STORAGE SECTION.
77  WS-HISTORY-FILENAME             PIC X(100) VALUE SPACES.
77  WS-HIST-FILE-STATUS             PIC XX VALUE SPACES.
77  WS-STATEMENT-FILENAME           PIC X(100) VALUE SPACES.
77  WS-PROBE-FILENAME               PIC X(100) VALUE SPACES.
77  WS-PROBE-FILE-STATUS            PIC XX VALUE SPACES.

      *> WS-RUN-DATE is the day CHECK-PROCESSING-DAY classifies; the
      *> statement walks it across the period one day at a time.
01  WS-RUN-DATE                     PIC 9(8) VALUE 0.
01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
01  WS-TODAY                        PIC 9(8) VALUE 0.
01  WS-TODAY-X REDEFINES WS-TODAY   PIC X(8).
77  WS-NOW                          PIC 9(8) VALUE 0.

77  EOF PIC X VALUE 'N'.
    88 EOF-REACHED                  VALUE 'Y'.

77  WS-PERIOD-PARM                  PIC X(10) VALUE SPACES.
01  WS-CLOSE-PERIOD                 PIC 9(6) VALUE 0.
01  WS-CLOSE-PERIOD-R REDEFINES WS-CLOSE-PERIOD.
    05 WS-CLOSE-YEAR                PIC 9(4).
    05 WS-CLOSE-MONTH               PIC 9(2).
01  WS-CLOSE-PERIOD-X REDEFINES WS-CLOSE-PERIOD PIC X(6).
01  WS-PERIOD-FIRST                 PIC 9(8) VALUE 0.
01  WS-PERIOD-FIRST-X REDEFINES WS-PERIOD-FIRST PIC X(8).
01  WS-PERIOD-LAST                  PIC 9(8) VALUE 0.
01  WS-PERIOD-LAST-X REDEFINES WS-PERIOD-LAST PIC X(8).
01  WS-NEXT-FIRST                   PIC 9(8) VALUE 0.
01  WS-NEXT-FIRST-R REDEFINES WS-NEXT-FIRST.
    05 WS-NEXT-YEAR                 PIC 9(4).
    05 WS-NEXT-MONTH                PIC 9(2).
    05 WS-NEXT-DAY                  PIC 9(2).
77  WS-DATE-INT                     PIC 9(8) VALUE 0.
77  WS-PERIOD-DAYS                  PIC 9(2) VALUE 0.

77  WS-SIGNOFF-PARM                 PIC X(10) VALUE SPACES.
77  WS-SIGNOFF-SW                   PIC X VALUE 'N'.
    88 WS-SIGNOFF-REQUESTED         VALUE 'Y'.
    88 WS-NO-SIGNOFF                VALUE 'N'.
77  WS-CLOSED-NOW-SW                PIC X VALUE 'N'.
    88 WS-CLOSED-NOW                VALUE 'Y'.
77  WS-CLOSE-CC                     PIC 9(2) VALUE 0.

      *> One entry per calendar day of the period, subscripted by day
      *> of month. The latest rerun sequence of each feed wins, per
      *> figure, exactly as the balancing and status programs read.
01  PERIOD-DAY-TABLE.
    05 PD-ENTRY OCCURS 31 TIMES.
        10 PD-DATE                  PIC 9(8).
        10 PD-CAL-CLASS             PIC X.
            88 PD-BUSINESS-DAY      VALUE 'B'.
        10 PD-D1-RAN                PIC X.
        10 PD-D1-SEQ                PIC 9(2).
        10 PD-D1-HAS-TOTAL          PIC X.
        10 PD-D1-TOTAL-SEQ          PIC 9(2).
        10 PD-D1-TOTAL              PIC 9(18).
        10 PD-D1-HAS-SIM            PIC X.
        10 PD-D1-SIM-SEQ            PIC 9(2).
        10 PD-D1-SIM                PIC 9(18).
        10 PD-D1-RESTATED           PIC X.
        10 PD-D1-REVERSED           PIC X.
        10 PD-D1-STAGED             PIC X.
        10 PD-D1-REL-AUTO           PIC X.
        10 PD-D1-REL-OPERATOR       PIC X.
        10 PD-D1-EXC                PIC 9(7).
        10 PD-D2-RAN                PIC X.
        10 PD-D2-SEQ                PIC 9(2).
        10 PD-D2-ROWS               PIC 9(7).
        10 PD-D2-SAFE               PIC 9(7).
        10 PD-D2-SAFETOL            PIC 9(7).
        10 PD-D2-EXC                PIC 9(7).
77  WS-DAY-IX                       PIC 9(2) VALUE 0.

77  WS-HIST-RECORDS                 PIC 9(7) VALUE 0.
77  WS-HIST-EXCLUDED                PIC 9(5) VALUE 0.
77  WS-EXCLUDE-SW                   PIC X VALUE 'N'.
    88 WS-ENTRY-EXCLUDED            VALUE 'Y'.
    88 WS-ENTRY-INCLUDED            VALUE 'N'.

77  WS-EXPECTED-DAYS                PIC 9(2) VALUE 0.
77  WS-WEEKEND-DAYS                 PIC 9(2) VALUE 0.
77  WS-HOLIDAY-DAYS                 PIC 9(2) VALUE 0.
77  WS-NOFEED-DAYS                  PIC 9(2) VALUE 0.

77  WS-D1-DAYS-RUN                  PIC 9(2) VALUE 0.
77  WS-D1-MISSED                    PIC 9(2) VALUE 0.
77  WS-D1-OFF-CALENDAR              PIC 9(2) VALUE 0.
77  WS-D1-RESTATED                  PIC 9(2) VALUE 0.
77  WS-D1-REVERSED                  PIC 9(2) VALUE 0.
77  WS-D1-AUTO-RELEASED             PIC 9(2) VALUE 0.
77  WS-D1-OPER-RELEASED             PIC 9(2) VALUE 0.
77  WS-D1-STILL-HELD                PIC 9(2) VALUE 0.
77  WS-D1-EXC-LINES                 PIC 9(9) VALUE 0.
77  WS-D1-EXC-DAYS                  PIC 9(2) VALUE 0.
77  WS-D1-MTD-TOTAL                 PIC 9(18) VALUE 0.
77  WS-D1-MTD-SIM                   PIC 9(18) VALUE 0.
77  WS-D1-TOTAL-DAYS                PIC 9(2) VALUE 0.
77  WS-D1-SIM-DAYS                  PIC 9(2) VALUE 0.

77  WS-D2-DAYS-RUN                  PIC 9(2) VALUE 0.
77  WS-D2-MISSED                    PIC 9(2) VALUE 0.
77  WS-D2-OFF-CALENDAR              PIC 9(2) VALUE 0.
77  WS-D2-RESTATED                  PIC 9(2) VALUE 0.
77  WS-D2-EXC-LINES                 PIC 9(9) VALUE 0.
77  WS-D2-EXC-DAYS                  PIC 9(2) VALUE 0.
77  WS-D2-MTD-ROWS                  PIC 9(9) VALUE 0.
77  WS-D2-MTD-SAFE                  PIC 9(9) VALUE 0.
77  WS-D2-MTD-SAFETOL               PIC 9(9) VALUE 0.

77  WS-PROBE-LINES                  PIC 9(7) VALUE 0.

      *> Date lists (missed days, restated days, ...) are written ten
      *> to a line under a caption.
77  WS-LIST-CAPTION                 PIC X(24) VALUE SPACES.
77  WS-LIST-LINE                    PIC X(132) VALUE SPACES.
77  WS-LIST-PTR                     PIC 9(3) VALUE 1.
77  WS-LIST-ON-LINE                 PIC 9(2) VALUE 0.
77  WS-LIST-DATE                    PIC 9(8) VALUE 0.

      *> Prior-period adjustment figures, read back from the history
      *> for the adjusted run and the run it superseded.
77  WS-ADJ-POSTED-COUNT             PIC 9(3) VALUE 0.
77  WS-ADJ-FOUND-SW                 PIC X VALUE 'N'.
    88 WS-ADJ-RUN-FOUND             VALUE 'Y'.
77  WS-ADJ-PRIOR-SW                 PIC X VALUE 'N'.
    88 WS-ADJ-PRIOR-FOUND           VALUE 'Y'.
77  WS-ADJ-PRIOR-SEQ                PIC 9(2) VALUE 0.
77  WS-ADJ-NEW-TOTAL                PIC 9(18) VALUE 0.
77  WS-ADJ-NEW-SIM                  PIC 9(18) VALUE 0.
77  WS-ADJ-NEW-SAFE                 PIC 9(7) VALUE 0.
77  WS-ADJ-NEW-SAFETOL              PIC 9(7) VALUE 0.
77  WS-ADJ-NEW-HAS-TOTAL            PIC X VALUE 'N'.
77  WS-ADJ-NEW-HAS-SIM              PIC X VALUE 'N'.
77  WS-ADJ-NEW-HAS-ROWS             PIC X VALUE 'N'.
77  WS-ADJ-OLD-TOTAL                PIC 9(18) VALUE 0.
77  WS-ADJ-OLD-SIM                  PIC 9(18) VALUE 0.
77  WS-ADJ-OLD-SAFE                 PIC 9(7) VALUE 0.
77  WS-ADJ-OLD-SAFETOL              PIC 9(7) VALUE 0.
77  WS-ADJ-FIGURE                   PIC X(10) VALUE SPACES.
77  WS-ADJ-OLD-VALUE                PIC 9(18) VALUE 0.
77  WS-ADJ-NEW-VALUE                PIC 9(18) VALUE 0.
77  WS-ADJ-DELTA                    PIC S9(18) VALUE 0.
77  WS-ADJ-DELTA-EDITED             PIC +(18)9.
77  WS-ADJ-NET-TOTAL                PIC S9(18) VALUE 0.

COPY 'runhist_working_storage.cpy'.
COPY 'runparm_working_storage.cpy'.
COPY 'calendar_working_storage.cpy'.
COPY 'period_working_storage.cpy'.
COPY 'operator_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
        PERFORM LOAD-PARM-DATASET
        PERFORM DETERMINE-CLOSE-PARMS
        PERFORM LOAD-PROCESSING-CALENDAR
        PERFORM LOAD-PERIOD-CONTROL

        MOVE WS-PERIOD-FIRST TO WS-PC-CHECK-DATE
        PERFORM CHECK-PERIOD-OPEN

        IF WS-SIGNOFF-REQUESTED
            PERFORM CHECK-SIGNOFF-ALLOWED
        END-IF

        PERFORM CLASSIFY-PERIOD-DAYS
        PERFORM GATHER-PERIOD-HISTORY
        PERFORM GATHER-EXCEPTION-VOLUMES
        PERFORM SUMMARISE-PERIOD

        OPEN OUTPUT reportFile
        PERFORM WRITE-STATEMENT-HEADING
        PERFORM WRITE-PARAMETER-ECHO
        PERFORM WRITE-CALENDAR-SECTION
        PERFORM WRITE-DAY1-SECTION
        PERFORM WRITE-DAY2-SECTION
        PERFORM WRITE-ADJUSTMENT-SECTION
        PERFORM WRITE-SIGNOFF-SECTION
        CLOSE reportFile

        IF WS-CLOSED-NOW
            PERFORM WRITE-CLOSED-ENTRY
        END-IF

        IF WS-D1-MISSED > 0 OR WS-D2-MISSED > 0
                OR WS-D1-STILL-HELD > 0
            IF WS-CLOSE-CC < 4
                MOVE 4 TO WS-CLOSE-CC
            END-IF
        END-IF

        DISPLAY "MONTHENDCLOSE: period " WS-CLOSE-PERIOD-X
            " stated - see " FUNCTION TRIM(WS-STATEMENT-FILENAME)
        MOVE WS-CLOSE-CC TO RETURN-CODE
        STOP RUN.

      *> The period defaults to the month before today's. The
      *> sign-off switch and operator come from the environment of
      *> this submission only, never the shop parameter dataset.
    DETERMINE-CLOSE-PARMS.
        ACCEPT WS-TODAY FROM DATE YYYYMMDD
        MOVE 0 TO WS-CLOSE-CC

        MOVE "DL100_CLOSE_PERIOD" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-PERIOD-PARM

        IF WS-PERIOD-PARM = SPACES
            MOVE WS-TODAY(1:6) TO WS-CLOSE-PERIOD-X
            IF WS-CLOSE-MONTH = 1
                SUBTRACT 1 FROM WS-CLOSE-YEAR
                MOVE 12 TO WS-CLOSE-MONTH
            ELSE
                SUBTRACT 1 FROM WS-CLOSE-MONTH
            END-IF
        ELSE
            IF FUNCTION TEST-NUMVAL(WS-PERIOD-PARM) NOT = 0
                    OR FUNCTION LENGTH(FUNCTION TRIM(WS-PERIOD-PARM))
                        NOT = 6
                DISPLAY "MONTHENDCLOSE: DL100_CLOSE_PERIOD '"
                    FUNCTION TRIM(WS-PERIOD-PARM)
                    "' is not a YYYYMM period"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-PERIOD-PARM) TO WS-CLOSE-PERIOD
            IF WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
                DISPLAY "MONTHENDCLOSE: DL100_CLOSE_PERIOD '"
                    FUNCTION TRIM(WS-PERIOD-PARM)
                    "' is not a YYYYMM period"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF

        COMPUTE WS-PERIOD-FIRST = WS-CLOSE-PERIOD * 100 + 1
        MOVE WS-PERIOD-FIRST TO WS-NEXT-FIRST
        IF WS-NEXT-MONTH = 12
            ADD 1 TO WS-NEXT-YEAR
            MOVE 1 TO WS-NEXT-MONTH
        ELSE
            ADD 1 TO WS-NEXT-MONTH
        END-IF
        COMPUTE WS-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1
        MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-PERIOD-LAST
        MOVE WS-PERIOD-LAST(7:2) TO WS-PERIOD-DAYS

        MOVE SPACES TO WS-STATEMENT-FILENAME
        STRING "periodstmt_" WS-CLOSE-PERIOD-X ".txt"
            DELIMITED BY SIZE INTO WS-STATEMENT-FILENAME

        MOVE "DL100_HISTORY_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-HISTORY-FILENAME
        IF WS-HISTORY-FILENAME = SPACES
            MOVE "runhist.dat" TO WS-HISTORY-FILENAME
        END-IF

        MOVE SPACES TO WS-SIGNOFF-PARM
        ACCEPT WS-SIGNOFF-PARM FROM ENVIRONMENT "DL100_CLOSE_SIGNOFF"
        IF WS-SIGNOFF-PARM(1:1) = "Y" OR WS-SIGNOFF-PARM(1:1) = "y"
            SET WS-SIGNOFF-REQUESTED TO TRUE
        ELSE
            SET WS-NO-SIGNOFF TO TRUE
        END-IF

        DISPLAY "MONTHENDCLOSE: period " WS-CLOSE-PERIOD-X " ("
            WS-PERIOD-FIRST-X " TO " WS-PERIOD-LAST-X ")".

      *> A month is closed once, after it has ended, by an operator
      *> holding CLOSE. A second sign-off of a closed month restates
      *> the statement and changes nothing.
    CHECK-SIGNOFF-ALLOWED.
        IF WS-PERIOD-CLOSED
            DISPLAY "MONTHENDCLOSE: period " WS-CLOSE-PERIOD-X
                " already closed " PC-CLOSED-ON(WS-PC-FOUND-IX)
                " by " FUNCTION TRIM(PC-CLOSED-BY(WS-PC-FOUND-IX))
                " - statement reproduced, no sign-off recorded"
            MOVE 4 TO WS-CLOSE-CC
        ELSE
            IF WS-PERIOD-LAST >= WS-TODAY
                DISPLAY "MONTHENDCLOSE: period " WS-CLOSE-PERIOD-X
                    " has not ended - it cannot be closed before "
                    WS-PERIOD-LAST-X " is over"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM LOAD-OPERATOR-REGISTER
            MOVE SPACES TO WS-AUTH-OPERATOR
            ACCEPT WS-AUTH-OPERATOR
                FROM ENVIRONMENT "DL100_CLOSE_OPERATOR"
            MOVE "CLOSE" TO WS-AUTH-FUNCTION
            MOVE "MONTHENDCLOSE" TO WS-AUTH-PROGRAM
            MOVE SPACES TO WS-AUTH-DETAIL
            STRING "PERIOD " WS-CLOSE-PERIOD-X
                DELIMITED BY SIZE INTO WS-AUTH-DETAIL
            PERFORM CHECK-OPERATOR-AUTHORITY
            IF NOT WS-AUTH-GRANTED
                MOVE WS-AUTH-REFUSED-CC TO RETURN-CODE
                STOP RUN
            END-IF
            SET WS-CLOSED-NOW TO TRUE
        END-IF.

    CLASSIFY-PERIOD-DAYS.
        INITIALIZE PERIOD-DAY-TABLE
        MOVE WS-PERIOD-FIRST TO WS-RUN-DATE
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-PERIOD-DAYS
            MOVE WS-RUN-DATE TO PD-DATE(WS-DAY-IX)
            PERFORM CHECK-PROCESSING-DAY
            MOVE WS-CAL-DAY-SW TO PD-CAL-CLASS(WS-DAY-IX)
            MOVE 'N' TO PD-D1-RAN(WS-DAY-IX)
            MOVE 'N' TO PD-D1-HAS-TOTAL(WS-DAY-IX)
            MOVE 'N' TO PD-D1-HAS-SIM(WS-DAY-IX)
            MOVE 'N' TO PD-D1-RESTATED(WS-DAY-IX)
            MOVE 'N' TO PD-D1-REVERSED(WS-DAY-IX)
            MOVE 'N' TO PD-D1-STAGED(WS-DAY-IX)
            MOVE 'N' TO PD-D1-REL-AUTO(WS-DAY-IX)
            MOVE 'N' TO PD-D1-REL-OPERATOR(WS-DAY-IX)
            MOVE 'N' TO PD-D2-RAN(WS-DAY-IX)
            EVALUATE TRUE
                WHEN CAL-BUSINESS-DAY
                    ADD 1 TO WS-EXPECTED-DAYS
                WHEN CAL-WEEKEND
                    ADD 1 TO WS-WEEKEND-DAYS
                WHEN CAL-HOLIDAY
                    ADD 1 TO WS-HOLIDAY-DAYS
                WHEN OTHER
                    ADD 1 TO WS-NOFEED-DAYS
            END-EVALUATE
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1
            MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-RUN-DATE
        END-PERFORM.

      *> The history is keyed by date, so the period is one START at
      *> its first day and a forward read to the first entry past
      *> its last.
    GATHER-PERIOD-HISTORY.
        OPEN INPUT historyFile
        IF WS-HIST-FILE-STATUS NOT = "00"
            DISPLAY "MONTHENDCLOSE: no run history "
                FUNCTION TRIM(WS-HISTORY-FILENAME)
                " - nothing to state"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF

        MOVE LOW-VALUES TO RH-KEY
        MOVE WS-PERIOD-FIRST TO RH-RUN-DATE
        SET WS-HIST-NOT-EOF TO TRUE
        START historyFile KEY IS NOT LESS THAN RH-KEY
            INVALID KEY
                SET WS-HIST-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-HIST-EOF
            READ historyFile NEXT RECORD
                AT END
                    SET WS-HIST-EOF TO TRUE
                NOT AT END
                    IF RH-RUN-DATE > WS-PERIOD-LAST
                        SET WS-HIST-EOF TO TRUE
                    ELSE
                        ADD 1 TO WS-HIST-RECORDS
                        PERFORM EXAMINE-PERIOD-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE historyFile.

      *> Anything posted into this period as a prior-period
      *> adjustment belongs to the statement of the month it was
      *> posted in, not to this one.
    EXAMINE-PERIOD-ENTRY.
        PERFORM CHECK-ADJUSTMENT-ENTRY
        IF WS-ENTRY-EXCLUDED
            ADD 1 TO WS-HIST-EXCLUDED
        ELSE
            COMPUTE WS-DAY-IX = FUNCTION MOD(RH-RUN-DATE, 100)
            IF RH-PROGRAM = "Day1Driver" OR RH-PROGRAM = "Day1"
                    OR RH-PROGRAM = "Day1Part2"
                IF RH-RUN-EVENT
                    IF RH-REVERSED
                        MOVE 'Y' TO PD-D1-REVERSED(WS-DAY-IX)
                    ELSE
                        PERFORM TAKE-DAY1-RUN
                    END-IF
                ELSE
                    PERFORM TAKE-DAY1-RELEASE
                END-IF
            END-IF
            IF RH-PROGRAM = "ReleaseRun" AND RH-RELEASE-EVENT
                PERFORM TAKE-DAY1-RELEASE
            END-IF
            IF RH-PROGRAM = "Day2Driver" AND RH-RUN-EVENT
                PERFORM TAKE-DAY2-RUN
            END-IF
        END-IF.

    CHECK-ADJUSTMENT-ENTRY.
        SET WS-ENTRY-INCLUDED TO TRUE
        PERFORM VARYING WS-PC-ADJ-IX FROM 1 BY 1
                UNTIL WS-PC-ADJ-IX > WS-PC-ADJUST-COUNT
                    OR WS-ENTRY-EXCLUDED
            IF PC-ADJ-RUN-DATE(WS-PC-ADJ-IX) = RH-RUN-DATE
                    AND PC-ADJ-PROGRAM(WS-PC-ADJ-IX) = RH-PROGRAM
                    AND PC-ADJ-SEQ(WS-PC-ADJ-IX) = RH-RERUN-SEQ
                SET WS-ENTRY-EXCLUDED TO TRUE
            END-IF
        END-PERFORM.

      *> Standalone Day1 posts TOTAL only and Day1Part2 SIMSCORE only,
      *> so the latest sequence wins per figure. A corrected run
      *> (mode C) restates the day; only the other modes stage an
      *> interface extract for distribution.
    TAKE-DAY1-RUN.
        MOVE 'Y' TO PD-D1-RAN(WS-DAY-IX)
        IF RH-RERUN-SEQ > PD-D1-SEQ(WS-DAY-IX)
            MOVE RH-RERUN-SEQ TO PD-D1-SEQ(WS-DAY-IX)
        END-IF
        IF RH-HAS-TOTAL
                AND (PD-D1-HAS-TOTAL(WS-DAY-IX) = 'N'
                    OR RH-RERUN-SEQ >= PD-D1-TOTAL-SEQ(WS-DAY-IX))
            MOVE RH-TOTAL TO PD-D1-TOTAL(WS-DAY-IX)
            MOVE RH-RERUN-SEQ TO PD-D1-TOTAL-SEQ(WS-DAY-IX)
            MOVE 'Y' TO PD-D1-HAS-TOTAL(WS-DAY-IX)
        END-IF
        IF RH-HAS-SIM
                AND (PD-D1-HAS-SIM(WS-DAY-IX) = 'N'
                    OR RH-RERUN-SEQ >= PD-D1-SIM-SEQ(WS-DAY-IX))
            MOVE RH-SIMSCORE TO PD-D1-SIM(WS-DAY-IX)
            MOVE RH-RERUN-SEQ TO PD-D1-SIM-SEQ(WS-DAY-IX)
            MOVE 'Y' TO PD-D1-HAS-SIM(WS-DAY-IX)
        END-IF
        IF RH-RESTATED OR RH-MODE(1:1) = "C"
            MOVE 'Y' TO PD-D1-RESTATED(WS-DAY-IX)
        END-IF
        IF RH-PROGRAM = "Day1Driver" AND RH-MODE(1:1) NOT = "C"
            MOVE 'Y' TO PD-D1-STAGED(WS-DAY-IX)
        END-IF.

      *> The driver posts its own automatic releases under its own
      *> name; an operator's release is posted by ReleaseRun against
      *> the date it released.
    TAKE-DAY1-RELEASE.
        IF RH-REL-OPERATOR = "AUTO"
            MOVE 'Y' TO PD-D1-REL-AUTO(WS-DAY-IX)
        ELSE
            MOVE 'Y' TO PD-D1-REL-OPERATOR(WS-DAY-IX)
        END-IF.

      *> Day2 keeps no _Rnn chain of its own; a second run of a day
      *> takes the next rerun sequence, and the highest stands.
    TAKE-DAY2-RUN.
        IF PD-D2-RAN(WS-DAY-IX) = 'N'
                OR RH-RERUN-SEQ >= PD-D2-SEQ(WS-DAY-IX)
            MOVE 'Y' TO PD-D2-RAN(WS-DAY-IX)
            MOVE RH-RERUN-SEQ TO PD-D2-SEQ(WS-DAY-IX)
            MOVE RH-ROWS TO PD-D2-ROWS(WS-DAY-IX)
            MOVE RH-SAFE TO PD-D2-SAFE(WS-DAY-IX)
            MOVE RH-SAFETOL TO PD-D2-SAFETOL(WS-DAY-IX)
        END-IF.

      *> Exception volumes come from the exception file of the run
      *> that stands for each day.
    GATHER-EXCEPTION-VOLUMES.
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-PERIOD-DAYS
            IF PD-D1-RAN(WS-DAY-IX) = 'Y'
                MOVE SPACES TO WS-PROBE-FILENAME
                IF PD-D1-SEQ(WS-DAY-IX) > 0
                    STRING "exceptions_" PD-DATE(WS-DAY-IX)
                           "_R" PD-D1-SEQ(WS-DAY-IX) ".txt"
                        DELIMITED BY SIZE INTO WS-PROBE-FILENAME
                ELSE
                    STRING "exceptions_" PD-DATE(WS-DAY-IX) ".txt"
                        DELIMITED BY SIZE INTO WS-PROBE-FILENAME
                END-IF
                PERFORM COUNT-PROBE-LINES
                MOVE WS-PROBE-LINES TO PD-D1-EXC(WS-DAY-IX)
            END-IF
            IF PD-D2-RAN(WS-DAY-IX) = 'Y'
                MOVE SPACES TO WS-PROBE-FILENAME
                STRING "day2_exceptions_" PD-DATE(WS-DAY-IX) ".txt"
                    DELIMITED BY SIZE INTO WS-PROBE-FILENAME
                PERFORM COUNT-PROBE-LINES
                MOVE WS-PROBE-LINES TO PD-D2-EXC(WS-DAY-IX)
            END-IF
        END-PERFORM.

    COUNT-PROBE-LINES.
        MOVE 0 TO WS-PROBE-LINES
        OPEN INPUT probeFile
        IF WS-PROBE-FILE-STATUS NOT = "00"
            CLOSE probeFile
        ELSE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ probeFile
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        ADD 1 TO WS-PROBE-LINES
                END-READ
            END-PERFORM
            CLOSE probeFile
            MOVE 'N' TO EOF
        END-IF.

      *> A staged day with no release entry is a distribution still
      *> held; one released by a named operator was held first.
    SUMMARISE-PERIOD.
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-PERIOD-DAYS
            IF PD-D1-RAN(WS-DAY-IX) = 'Y'
                ADD 1 TO WS-D1-DAYS-RUN
                IF NOT PD-BUSINESS-DAY(WS-DAY-IX)
                    ADD 1 TO WS-D1-OFF-CALENDAR
                END-IF
                IF PD-D1-HAS-TOTAL(WS-DAY-IX) = 'Y'
                    ADD PD-D1-TOTAL(WS-DAY-IX) TO WS-D1-MTD-TOTAL
                    ADD 1 TO WS-D1-TOTAL-DAYS
                END-IF
                IF PD-D1-HAS-SIM(WS-DAY-IX) = 'Y'
                    ADD PD-D1-SIM(WS-DAY-IX) TO WS-D1-MTD-SIM
                    ADD 1 TO WS-D1-SIM-DAYS
                END-IF
                IF PD-D1-RESTATED(WS-DAY-IX) = 'Y'
                    ADD 1 TO WS-D1-RESTATED
                END-IF
                IF PD-D1-REL-OPERATOR(WS-DAY-IX) = 'Y'
                    ADD 1 TO WS-D1-OPER-RELEASED
                ELSE
                    IF PD-D1-REL-AUTO(WS-DAY-IX) = 'Y'
                        ADD 1 TO WS-D1-AUTO-RELEASED
                    ELSE
                        IF PD-D1-STAGED(WS-DAY-IX) = 'Y'
                            ADD 1 TO WS-D1-STILL-HELD
                        END-IF
                    END-IF
                END-IF
                ADD PD-D1-EXC(WS-DAY-IX) TO WS-D1-EXC-LINES
                IF PD-D1-EXC(WS-DAY-IX) > 0
                    ADD 1 TO WS-D1-EXC-DAYS
                END-IF
            ELSE
                IF PD-BUSINESS-DAY(WS-DAY-IX)
                        AND PD-D1-REVERSED(WS-DAY-IX) NOT = 'Y'
                    ADD 1 TO WS-D1-MISSED
                END-IF
            END-IF
            IF PD-D1-REVERSED(WS-DAY-IX) = 'Y'
                ADD 1 TO WS-D1-REVERSED
            END-IF

            IF PD-D2-RAN(WS-DAY-IX) = 'Y'
                ADD 1 TO WS-D2-DAYS-RUN
                IF NOT PD-BUSINESS-DAY(WS-DAY-IX)
                    ADD 1 TO WS-D2-OFF-CALENDAR
                END-IF
                ADD PD-D2-ROWS(WS-DAY-IX) TO WS-D2-MTD-ROWS
                ADD PD-D2-SAFE(WS-DAY-IX) TO WS-D2-MTD-SAFE
                ADD PD-D2-SAFETOL(WS-DAY-IX) TO WS-D2-MTD-SAFETOL
                IF PD-D2-SEQ(WS-DAY-IX) > 0
                    ADD 1 TO WS-D2-RESTATED
                END-IF
                ADD PD-D2-EXC(WS-DAY-IX) TO WS-D2-EXC-LINES
                IF PD-D2-EXC(WS-DAY-IX) > 0
                    ADD 1 TO WS-D2-EXC-DAYS
                END-IF
            ELSE
                IF PD-BUSINESS-DAY(WS-DAY-IX)
                    ADD 1 TO WS-D2-MISSED
                END-IF
            END-IF
        END-PERFORM.

    WRITE-STATEMENT-HEADING.
        MOVE SPACES TO reportFileRecord
        STRING "PERIOD STATEMENT  " WS-CLOSE-PERIOD-X
               "  (" WS-PERIOD-FIRST-X " TO " WS-PERIOD-LAST-X
               ")  PRODUCED " WS-TODAY-X
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE SPACES TO reportFileRecord
        EVALUATE TRUE
            WHEN WS-CLOSED-NOW
                STRING "STATUS: SIGNED OFF AND CLOSED BY "
                       FUNCTION TRIM(WS-AUTH-OPERATOR)
                    DELIMITED BY SIZE INTO reportFileRecord
            WHEN WS-PERIOD-CLOSED
                STRING "STATUS: CLOSED "
                       PC-CLOSED-ON(WS-PC-FOUND-IX) " BY "
                       FUNCTION TRIM(PC-CLOSED-BY(WS-PC-FOUND-IX))
                       " - REPRODUCED AS SIGNED OFF"
                    DELIMITED BY SIZE INTO reportFileRecord
            WHEN OTHER
                STRING "STATUS: OPEN - DRAFT, NOT SIGNED OFF"
                    DELIMITED BY SIZE INTO reportFileRecord
        END-EVALUATE
        WRITE reportFileRecord

        IF WS-HIST-EXCLUDED > 0
            MOVE SPACES TO reportFileRecord
            STRING WS-HIST-EXCLUDED " HISTORY ENTRIES POSTED AFTER"
                   " THE CLOSE ARE PRIOR-PERIOD ADJUSTMENTS AND"
                   " ARE NOT STATED HERE"
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        END-IF.

    WRITE-CALENDAR-SECTION.
        MOVE SPACES TO reportFileRecord
        STRING "---- CALENDAR ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE SPACES TO reportFileRecord
        STRING "CALENDAR DAYS: " WS-PERIOD-DAYS
               "  BUSINESS DAYS EXPECTED: " WS-EXPECTED-DAYS
               "  WEEKEND: " WS-WEEKEND-DAYS
               "  HOLIDAY: " WS-HOLIDAY-DAYS
               "  NO-FEED: " WS-NOFEED-DAYS
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.

    WRITE-DAY1-SECTION.
        MOVE SPACES TO reportFileRecord
        STRING "---- FEED DAY1 ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE SPACES TO reportFileRecord
        STRING "DAYS EXPECTED: " WS-EXPECTED-DAYS
               "  DAYS RUN: " WS-D1-DAYS-RUN
               "  EXPECTED BUT NOT RUN: " WS-D1-MISSED
               "  RUN ON NON-PROCESSING DAYS: " WS-D1-OFF-CALENDAR
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE "  NOT RUN:" TO WS-LIST-CAPTION
        PERFORM START-DATE-LIST
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-PERIOD-DAYS
            IF PD-D1-RAN(WS-DAY-IX) = 'N'
                    AND PD-BUSINESS-DAY(WS-DAY-IX)
                    AND PD-D1-REVERSED(WS-DAY-IX) NOT = 'Y'
                MOVE PD-DATE(WS-DAY-IX) TO WS-LIST-DATE
                PERFORM ADD-DATE-TO-LIST
            END-IF
        END-PERFORM
        PERFORM FLUSH-DATE-LIST

        MOVE SPACES TO reportFileRecord
        STRING "MONTH-TO-DATE TOTAL: " WS-D1-MTD-TOTAL
               " (" WS-D1-TOTAL-DAYS " DAYS)"
               "  SIMSCORE: " WS-D1-MTD-SIM
               " (" WS-D1-SIM-DAYS " DAYS)"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE SPACES TO reportFileRecord
        STRING "REVERSED DAYS: " WS-D1-REVERSED
               " (BACKED OUT - NOT COUNTED AS RUN OR IN THE TOTALS)"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE "  REVERSED:" TO WS-LIST-CAPTION
        PERFORM START-DATE-LIST
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-PERIOD-DAYS
            IF PD-D1-REVERSED(WS-DAY-IX) = 'Y'
                MOVE PD-DATE(WS-DAY-IX) TO WS-LIST-DATE
                PERFORM ADD-DATE-TO-LIST
            END-IF
        END-PERFORM
        PERFORM FLUSH-DATE-LIST

        MOVE SPACES TO reportFileRecord
        STRING "RESTATED DAYS: " WS-D1-RESTATED
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE "  RESTATED:" TO WS-LIST-CAPTION
        PERFORM START-DATE-LIST
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-PERIOD-DAYS
            IF PD-D1-RESTATED(WS-DAY-IX) = 'Y'
                MOVE PD-DATE(WS-DAY-IX) TO WS-LIST-DATE
                PERFORM ADD-DATE-TO-LIST
            END-IF
        END-PERFORM
        PERFORM FLUSH-DATE-LIST

        MOVE SPACES TO reportFileRecord
        STRING "DISTRIBUTIONS AUTO-RELEASED: " WS-D1-AUTO-RELEASED
               "  HELD THEN RELEASED: " WS-D1-OPER-RELEASED
               "  STILL HELD: " WS-D1-STILL-HELD
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE "  HELD THEN RELEASED:" TO WS-LIST-CAPTION
        PERFORM START-DATE-LIST
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-PERIOD-DAYS
            IF PD-D1-REL-OPERATOR(WS-DAY-IX) = 'Y'
                MOVE PD-DATE(WS-DAY-IX) TO WS-LIST-DATE
                PERFORM ADD-DATE-TO-LIST
            END-IF
        END-PERFORM
        PERFORM FLUSH-DATE-LIST

        MOVE "  STILL HELD:" TO WS-LIST-CAPTION
        PERFORM START-DATE-LIST
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-PERIOD-DAYS
            IF PD-D1-STAGED(WS-DAY-IX) = 'Y'
                    AND PD-D1-REL-AUTO(WS-DAY-IX) = 'N'
                    AND PD-D1-REL-OPERATOR(WS-DAY-IX) = 'N'
                MOVE PD-DATE(WS-DAY-IX) TO WS-LIST-DATE
                PERFORM ADD-DATE-TO-LIST
            END-IF
        END-PERFORM
        PERFORM FLUSH-DATE-LIST

        MOVE SPACES TO reportFileRecord
        STRING "EXCEPTION LINES: " WS-D1-EXC-LINES
               "  DAYS WITH EXCEPTIONS: " WS-D1-EXC-DAYS
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.

    WRITE-DAY2-SECTION.
        MOVE SPACES TO reportFileRecord
        STRING "---- FEED DAY2 ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE SPACES TO reportFileRecord
        STRING "DAYS EXPECTED: " WS-EXPECTED-DAYS
               "  DAYS RUN: " WS-D2-DAYS-RUN
               "  EXPECTED BUT NOT RUN: " WS-D2-MISSED
               "  RUN ON NON-PROCESSING DAYS: " WS-D2-OFF-CALENDAR
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE "  NOT RUN:" TO WS-LIST-CAPTION
        PERFORM START-DATE-LIST
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-PERIOD-DAYS
            IF PD-D2-RAN(WS-DAY-IX) = 'N'
                    AND PD-BUSINESS-DAY(WS-DAY-IX)
                MOVE PD-DATE(WS-DAY-IX) TO WS-LIST-DATE
                PERFORM ADD-DATE-TO-LIST
            END-IF
        END-PERFORM
        PERFORM FLUSH-DATE-LIST

        MOVE SPACES TO reportFileRecord
        STRING "MONTH-TO-DATE ROWS GRADED: " WS-D2-MTD-ROWS
               "  SAFE (STRICT): " WS-D2-MTD-SAFE
               "  SAFE (TOLERANT): " WS-D2-MTD-SAFETOL
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE SPACES TO reportFileRecord
        STRING "RESTATED DAYS: " WS-D2-RESTATED
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE "  RESTATED:" TO WS-LIST-CAPTION
        PERFORM START-DATE-LIST
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-PERIOD-DAYS
            IF PD-D2-RAN(WS-DAY-IX) = 'Y'
                    AND PD-D2-SEQ(WS-DAY-IX) > 0
                MOVE PD-DATE(WS-DAY-IX) TO WS-LIST-DATE
                PERFORM ADD-DATE-TO-LIST
            END-IF
        END-PERFORM
        PERFORM FLUSH-DATE-LIST

        MOVE SPACES TO reportFileRecord
        STRING "EXCEPTION LINES: " WS-D2-EXC-LINES
               "  DAYS WITH EXCEPTIONS: " WS-D2-EXC-DAYS
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.

    START-DATE-LIST.
        MOVE SPACES TO WS-LIST-LINE
        MOVE WS-LIST-CAPTION TO WS-LIST-LINE
        COMPUTE WS-LIST-PTR =
            FUNCTION LENGTH(FUNCTION TRIM(WS-LIST-CAPTION)) + 3
        MOVE 0 TO WS-LIST-ON-LINE.

    ADD-DATE-TO-LIST.
        IF WS-LIST-ON-LINE >= 10
            PERFORM FLUSH-DATE-LIST
            MOVE SPACES TO WS-LIST-LINE
            COMPUTE WS-LIST-PTR =
                FUNCTION LENGTH(FUNCTION TRIM(WS-LIST-CAPTION)) + 3
        END-IF
        STRING " " WS-LIST-DATE
            DELIMITED BY SIZE INTO WS-LIST-LINE
            WITH POINTER WS-LIST-PTR
        ADD 1 TO WS-LIST-ON-LINE.

    FLUSH-DATE-LIST.
        IF WS-LIST-ON-LINE > 0
            MOVE WS-LIST-LINE TO reportFileRecord
            WRITE reportFileRecord
            MOVE 0 TO WS-LIST-ON-LINE
        END-IF.

      *> Adjustments posted during this period into any closed
      *> period, each with the figures of the run it superseded, so
      *> finance can see what a late rerun moved after they reported.
      *> A reversal (ReverseRun) takes the figures of the run it
      *> backed out down to nothing.
    WRITE-ADJUSTMENT-SECTION.
        MOVE SPACES TO reportFileRecord
        STRING "---- PRIOR-PERIOD ADJUSTMENTS POSTED IN "
               WS-CLOSE-PERIOD-X " ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE 0 TO WS-ADJ-POSTED-COUNT
        MOVE 0 TO WS-ADJ-NET-TOTAL
        PERFORM VARYING WS-PC-ADJ-IX FROM 1 BY 1
                UNTIL WS-PC-ADJ-IX > WS-PC-ADJUST-COUNT
            IF PC-ADJ-POSTED-ON(WS-PC-ADJ-IX) >= WS-PERIOD-FIRST
                    AND PC-ADJ-POSTED-ON(WS-PC-ADJ-IX)
                        <= WS-PERIOD-LAST
                ADD 1 TO WS-ADJ-POSTED-COUNT
                PERFORM WRITE-ONE-ADJUSTMENT
            END-IF
        END-PERFORM

        MOVE SPACES TO reportFileRecord
        IF WS-ADJ-POSTED-COUNT = 0
            STRING "NONE"
                DELIMITED BY SIZE INTO reportFileRecord
        ELSE
            MOVE WS-ADJ-NET-TOTAL TO WS-ADJ-DELTA-EDITED
            STRING "ADJUSTMENTS: " WS-ADJ-POSTED-COUNT
                   "  NET TOTAL MOVEMENT: "
                   FUNCTION TRIM(WS-ADJ-DELTA-EDITED)
                DELIMITED BY SIZE INTO reportFileRecord
        END-IF
        WRITE reportFileRecord.

    WRITE-ONE-ADJUSTMENT.
        MOVE SPACES TO reportFileRecord
        STRING "ADJUSTED " PC-ADJ-RUN-DATE(WS-PC-ADJ-IX)
               " " PC-ADJ-PROGRAM(WS-PC-ADJ-IX)
               " R" PC-ADJ-SEQ(WS-PC-ADJ-IX)
               " IN CLOSED PERIOD " PC-ADJ-PERIOD(WS-PC-ADJ-IX)
               "  POSTED " PC-ADJ-POSTED-ON(WS-PC-ADJ-IX)
               " " PC-ADJ-POSTED-AT(WS-PC-ADJ-IX)
               " BY " FUNCTION TRIM(PC-ADJ-OPERATOR(WS-PC-ADJ-IX))
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        PERFORM READ-ADJUSTED-FIGURES

        IF NOT WS-ADJ-RUN-FOUND
            MOVE SPACES TO reportFileRecord
            STRING "    NO HISTORY ENTRY FOUND FOR THE ADJUSTED RUN"
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        ELSE
            IF WS-ADJ-NEW-HAS-TOTAL = 'Y'
                MOVE "TOTAL" TO WS-ADJ-FIGURE
                MOVE WS-ADJ-OLD-TOTAL TO WS-ADJ-OLD-VALUE
                MOVE WS-ADJ-NEW-TOTAL TO WS-ADJ-NEW-VALUE
                PERFORM WRITE-ADJUSTMENT-DELTA
                ADD WS-ADJ-DELTA TO WS-ADJ-NET-TOTAL
            END-IF
            IF WS-ADJ-NEW-HAS-SIM = 'Y'
                MOVE "SIMSCORE" TO WS-ADJ-FIGURE
                MOVE WS-ADJ-OLD-SIM TO WS-ADJ-OLD-VALUE
                MOVE WS-ADJ-NEW-SIM TO WS-ADJ-NEW-VALUE
                PERFORM WRITE-ADJUSTMENT-DELTA
            END-IF
            IF WS-ADJ-NEW-HAS-ROWS = 'Y'
                MOVE "SAFE" TO WS-ADJ-FIGURE
                MOVE WS-ADJ-OLD-SAFE TO WS-ADJ-OLD-VALUE
                MOVE WS-ADJ-NEW-SAFE TO WS-ADJ-NEW-VALUE
                PERFORM WRITE-ADJUSTMENT-DELTA
                MOVE "SAFETOL" TO WS-ADJ-FIGURE
                MOVE WS-ADJ-OLD-SAFETOL TO WS-ADJ-OLD-VALUE
                MOVE WS-ADJ-NEW-SAFETOL TO WS-ADJ-NEW-VALUE
                PERFORM WRITE-ADJUSTMENT-DELTA
            END-IF
        END-IF.

    WRITE-ADJUSTMENT-DELTA.
        COMPUTE WS-ADJ-DELTA = WS-ADJ-NEW-VALUE - WS-ADJ-OLD-VALUE
        MOVE WS-ADJ-DELTA TO WS-ADJ-DELTA-EDITED
        MOVE SPACES TO reportFileRecord
        IF WS-ADJ-PRIOR-FOUND
            STRING "    " WS-ADJ-FIGURE
                   " AS REPORTED=" WS-ADJ-OLD-VALUE
                   " ADJUSTED=" WS-ADJ-NEW-VALUE
                   " DELTA=" FUNCTION TRIM(WS-ADJ-DELTA-EDITED)
                DELIMITED BY SIZE INTO reportFileRecord
        ELSE
            STRING "    " WS-ADJ-FIGURE
                   " NOT REPORTED  ADJUSTED=" WS-ADJ-NEW-VALUE
                   " DELTA=" FUNCTION TRIM(WS-ADJ-DELTA-EDITED)
                DELIMITED BY SIZE INTO reportFileRecord
        END-IF
        WRITE reportFileRecord.

      *> The adjusted run is the history entry the ADJUST line names;
      *> the figure it superseded is the same program's highest
      *> earlier sequence for the date.
    READ-ADJUSTED-FIGURES.
        MOVE 'N' TO WS-ADJ-FOUND-SW
        MOVE 'N' TO WS-ADJ-PRIOR-SW
        MOVE 0 TO WS-ADJ-PRIOR-SEQ
        MOVE 'N' TO WS-ADJ-NEW-HAS-TOTAL
        MOVE 'N' TO WS-ADJ-NEW-HAS-SIM
        MOVE 'N' TO WS-ADJ-NEW-HAS-ROWS
        MOVE 0 TO WS-ADJ-NEW-TOTAL
        MOVE 0 TO WS-ADJ-NEW-SIM
        MOVE 0 TO WS-ADJ-NEW-SAFE
        MOVE 0 TO WS-ADJ-NEW-SAFETOL
        MOVE 0 TO WS-ADJ-OLD-TOTAL
        MOVE 0 TO WS-ADJ-OLD-SIM
        MOVE 0 TO WS-ADJ-OLD-SAFE
        MOVE 0 TO WS-ADJ-OLD-SAFETOL

        OPEN INPUT historyFile
        IF WS-HIST-FILE-STATUS = "00"
            MOVE LOW-VALUES TO RH-KEY
            MOVE PC-ADJ-RUN-DATE(WS-PC-ADJ-IX) TO RH-RUN-DATE
            SET WS-HIST-NOT-EOF TO TRUE
            START historyFile KEY IS NOT LESS THAN RH-KEY
                INVALID KEY
                    SET WS-HIST-EOF TO TRUE
            END-START
            PERFORM UNTIL WS-HIST-EOF
                READ historyFile NEXT RECORD
                    AT END
                        SET WS-HIST-EOF TO TRUE
                    NOT AT END
                        IF RH-RUN-DATE
                                NOT = PC-ADJ-RUN-DATE(WS-PC-ADJ-IX)
                            SET WS-HIST-EOF TO TRUE
                        ELSE
                            IF PC-ADJ-PROGRAM(WS-PC-ADJ-IX)
                                    = "ReverseRun"
                                PERFORM TAKE-REVERSAL-ENTRY
                            ELSE
                                PERFORM TAKE-ADJUSTMENT-ENTRY
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE historyFile
        END-IF.

    TAKE-ADJUSTMENT-ENTRY.
        IF RH-RUN-EVENT
                AND RH-PROGRAM = PC-ADJ-PROGRAM(WS-PC-ADJ-IX)
            IF RH-RERUN-SEQ = PC-ADJ-SEQ(WS-PC-ADJ-IX)
                SET WS-ADJ-RUN-FOUND TO TRUE
                MOVE RH-HAS-TOTAL-SW TO WS-ADJ-NEW-HAS-TOTAL
                MOVE RH-HAS-SIM-SW TO WS-ADJ-NEW-HAS-SIM
                MOVE RH-HAS-ROWS-SW TO WS-ADJ-NEW-HAS-ROWS
                MOVE RH-TOTAL TO WS-ADJ-NEW-TOTAL
                MOVE RH-SIMSCORE TO WS-ADJ-NEW-SIM
                MOVE RH-SAFE TO WS-ADJ-NEW-SAFE
                MOVE RH-SAFETOL TO WS-ADJ-NEW-SAFETOL
            ELSE
                IF RH-RERUN-SEQ < PC-ADJ-SEQ(WS-PC-ADJ-IX)
                        AND (NOT WS-ADJ-PRIOR-FOUND
                            OR RH-RERUN-SEQ >= WS-ADJ-PRIOR-SEQ)
                    SET WS-ADJ-PRIOR-FOUND TO TRUE
                    MOVE RH-RERUN-SEQ TO WS-ADJ-PRIOR-SEQ
                    MOVE RH-TOTAL TO WS-ADJ-OLD-TOTAL
                    MOVE RH-SIMSCORE TO WS-ADJ-OLD-SIM
                    MOVE RH-SAFE TO WS-ADJ-OLD-SAFE
                    MOVE RH-SAFETOL TO WS-ADJ-OLD-SAFETOL
                END-IF
            END-IF
        END-IF.

      *> The ADJUST line of a reversal names the Day1Driver sequence
      *> it backed out: those figures are the ones reported, and the
      *> adjusted figures are zero.
    TAKE-REVERSAL-ENTRY.
        IF RH-RUN-EVENT AND RH-PROGRAM = "Day1Driver"
                AND RH-RERUN-SEQ = PC-ADJ-SEQ(WS-PC-ADJ-IX)
            SET WS-ADJ-RUN-FOUND TO TRUE
            SET WS-ADJ-PRIOR-FOUND TO TRUE
            MOVE RH-RERUN-SEQ TO WS-ADJ-PRIOR-SEQ
            MOVE RH-HAS-TOTAL-SW TO WS-ADJ-NEW-HAS-TOTAL
            MOVE RH-HAS-SIM-SW TO WS-ADJ-NEW-HAS-SIM
            MOVE RH-HAS-ROWS-SW TO WS-ADJ-NEW-HAS-ROWS
            MOVE RH-TOTAL TO WS-ADJ-OLD-TOTAL
            MOVE RH-SIMSCORE TO WS-ADJ-OLD-SIM
            MOVE RH-SAFE TO WS-ADJ-OLD-SAFE
            MOVE RH-SAFETOL TO WS-ADJ-OLD-SAFETOL
        END-IF.

    WRITE-SIGNOFF-SECTION.
        MOVE SPACES TO reportFileRecord
        STRING "---- SIGN-OFF ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE SPACES TO reportFileRecord
        EVALUATE TRUE
            WHEN WS-CLOSED-NOW
                ACCEPT WS-NOW FROM TIME
                STRING "PERIOD " WS-CLOSE-PERIOD-X " CLOSED "
                       WS-TODAY-X " " WS-NOW(1:6) " BY "
                       FUNCTION TRIM(WS-AUTH-OPERATOR)
                       " - FURTHER RUNS FOR THE PERIOD ARE REFUSED"
                       " OR POSTED AS PRIOR-PERIOD ADJUSTMENTS"
                    DELIMITED BY SIZE INTO reportFileRecord
            WHEN WS-PERIOD-CLOSED
                STRING "PERIOD " WS-CLOSE-PERIOD-X " CLOSED "
                       PC-CLOSED-ON(WS-PC-FOUND-IX) " "
                       PC-CLOSED-AT(WS-PC-FOUND-IX) " BY "
                       FUNCTION TRIM(PC-CLOSED-BY(WS-PC-FOUND-IX))
                    DELIMITED BY SIZE INTO reportFileRecord
            WHEN OTHER
                STRING "NOT SIGNED OFF - RERUN WITH"
                       " DL100_CLOSE_SIGNOFF=Y TO CLOSE THE PERIOD"
                    DELIMITED BY SIZE INTO reportFileRecord
        END-EVALUATE
        WRITE reportFileRecord.

    WRITE-CLOSED-ENTRY.
        PERFORM OPEN-PERIOD-FOR-APPEND
        MOVE SPACES TO periodFileRecord
        STRING "CLOSED " WS-CLOSE-PERIOD-X " " WS-TODAY-X
               " " WS-NOW(1:6) " " FUNCTION TRIM(WS-AUTH-OPERATOR)
            DELIMITED BY SIZE INTO periodFileRecord
        WRITE periodFileRecord
        CLOSE periodFile
        DISPLAY "MONTHENDCLOSE: period " WS-CLOSE-PERIOD-X
            " closed by " FUNCTION TRIM(WS-AUTH-OPERATOR)
            " - recorded in " FUNCTION TRIM(WS-PERIOD-FILENAME).

    COPY 'runparm_load.cpy'.
    COPY 'calendar_check.cpy'.
    COPY 'period_check.cpy'.
    COPY 'operator_check.cpy'.
