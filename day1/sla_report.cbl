      *> ---------------------------------------------------------------
      *> SLA_REPORT.CBL
      *>
      *> SlaReport measures both feeds against the SLA table
      *> (sla_check.cpy) over a date window. The table sets, per feed
      *> and weekday, the latest acceptable arrival and completion
      *> time. Day1Driver and Day2Driver post the time they found the
      *> extract and the time they finished with every run-history
      *> entry. The report, slareport_YYYYMMDD.txt, lists:
      *>
      *>   LATE ARRIVALS     extracts found after the arrival limit,
      *>                     and business days the feed never ran
      *>   LATE COMPLETIONS  runs that finished after the limit
      *>   NEAR MISSES       arrivals or completions inside the limit
      *>                     by no more than the near-miss margin
      *>   MONTHLY ATTAINMENT per month and feed, the share of measured
      *>                     days that met both limits (and each limit
      *>                     on its own), with the average run time
      *>
      *> A day is measured when the calendar makes it a business day
      *> and the SLA table has a limit for the feed on its weekday.
      *> The first run of the day stands - the earliest extract found
      *> by a run other than a corrected (mode C) rerun - because a
      *> later rerun says nothing about when the feed was delivered.
      *> A due day with no run is a miss once the day is over. A run
      *> posted before timing was kept is counted as untimed and left
      *> out of the attainment.
      *>
      *> Operator parameters, all optional:
      *>   DL100_SLA_FROM_DATE    window start (1st of last month)
      *>   DL100_SLA_TO_DATE      window end              (yesterday)
      *>   DL100_SLA_NEAR_MINUTES near-miss margin in minutes    (15)
      *>   DL100_SLA_DATASET      SLA table          (slatable.txt)
      *>   DL100_HISTORY_DATASET  run history          (runhist.dat)
      *>   DL100_CALENDAR_DATASET calendar            (calendar.txt)
      *>
      *> Condition codes: 0 = every measured day met its limits; 4 =
      *> a late arrival, late completion or missed day in the window;
      *> 12 = the window is not valid, or there is no SLA table or no
      *> run history to measure.
      *> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. SlaReport.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT historyFile ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RH-KEY
            FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT reportFile ASSIGN TO DYNAMIC WS-SLA-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT slaFile ASSIGN TO DYNAMIC WS-SLA-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SLA-FILE-STATUS.

        SELECT calendarFile ASSIGN TO DYNAMIC WS-CALENDAR-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAL-FILE-STATUS.

        SELECT parmFile ASSIGN TO DYNAMIC WS-PARM-DATASET-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  historyFile.
COPY 'runhist_record.cpy'.

FD  reportFile.
01  reportFileRecord PIC X(132).

FD  slaFile.
01  slaFileRecord PIC X(100).

FD  calendarFile.
01  calendarFileRecord PIC X(100).

FD  parmFile.
01  parmFileRecord PIC X(132).

WORKING-STORAGE SECTION.
77  WS-HISTORY-FILENAME             PIC X(100) VALUE SPACES.
77  WS-HIST-FILE-STATUS             PIC XX VALUE SPACES.
77  WS-SLA-REPORT-FILENAME          PIC X(100) VALUE SPACES.

      *> WS-RUN-DATE is the day CHECK-PROCESSING-DAY and CHECK-SLA-DAY
      *> classify; the report walks it across the window.
01  WS-RUN-DATE                     PIC 9(8) VALUE 0.
01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
01  WS-TODAY                        PIC 9(8) VALUE 0.
01  WS-TODAY-X REDEFINES WS-TODAY   PIC X(8).
77  WS-TODAY-INT                    PIC 9(8) VALUE 0.

77  EOF PIC X VALUE 'N'.
    88 EOF-REACHED                  VALUE 'Y'.

77  WS-FROM-PARM                    PIC X(10) VALUE SPACES.
77  WS-TO-PARM                      PIC X(10) VALUE SPACES.
77  WS-NEAR-PARM                    PIC X(10) VALUE SPACES.
01  WS-FROM-DATE                    PIC 9(8) VALUE 0.
01  WS-FROM-DATE-X REDEFINES WS-FROM-DATE PIC X(8).
01  WS-TO-DATE                      PIC 9(8) VALUE 0.
01  WS-TO-DATE-X REDEFINES WS-TO-DATE PIC X(8).
77  WS-FROM-INT                     PIC 9(8) VALUE 0.
77  WS-TO-INT                       PIC 9(8) VALUE 0.
77  WS-DATE-INT                     PIC 9(8) VALUE 0.
77  WS-NEAR-MINUTES                 PIC 9(3) VALUE 15.
77  WS-NEAR-SECONDS                 PIC 9(6) VALUE 0.
77  WS-SLA-CC                       PIC 9(2) VALUE 0.

      *> One entry per day of the window, one feed slot per SLA
      *> feed (1 = DAY1, 2 = DAY2). SD-STATE is the day's standing:
      *>   N  not measured - non-processing day or no limit set
      *>   P  pending - due today or later and not yet run
      *>   X  missed - due, over, and never run
      *>   U  untimed - ran, but the entry carries no timing
      *>   T  timed - SD-ARR-CLASS / SD-CMP-CLASS say how it went:
      *>      M met, W near miss (within the margin), L late
77  WS-WINDOW-LIMIT                 PIC 9(3) VALUE 400.
77  WS-WINDOW-DAYS                  PIC 9(3) VALUE 0.
77  WS-DAY-IX                       PIC 9(3) VALUE 0.
77  WS-FEED-IX                      PIC 9 VALUE 0.

01  SLA-DAY-TABLE.
    05 SD-ENTRY OCCURS 400 TIMES.
        10 SD-DATE                  PIC 9(8).
        10 SD-DOW                   PIC 9.
        10 SD-FEED OCCURS 2 TIMES.
            15 SD-RAN               PIC X.
            15 SD-TIMED             PIC X.
            15 SD-FOUND-STAMP       PIC 9(14).
            15 SD-STARTED-ON        PIC 9(8).
            15 SD-STARTED-AT        PIC 9(6).
            15 SD-FOUND-ON          PIC 9(8).
            15 SD-FOUND-AT          PIC 9(6).
            15 SD-COMPLETED-ON      PIC 9(8).
            15 SD-COMPLETED-AT      PIC 9(6).
            15 SD-ARRIVE-BY         PIC 9(6).
            15 SD-COMPLETE-BY       PIC 9(6).
            15 SD-STATE             PIC X.
                88 SD-NOT-MEASURED  VALUE 'N'.
                88 SD-PENDING       VALUE 'P'.
                88 SD-MISSED        VALUE 'X'.
                88 SD-UNTIMED       VALUE 'U'.
                88 SD-TIMED-RUN     VALUE 'T'.
            15 SD-ARR-CLASS         PIC X.
                88 SD-ARR-LATE      VALUE 'L'.
                88 SD-ARR-NEAR      VALUE 'W'.
            15 SD-CMP-CLASS         PIC X.
                88 SD-CMP-LATE      VALUE 'L'.
                88 SD-CMP-NEAR      VALUE 'W'.
            15 SD-ARR-MINUTES       PIC S9(7).
            15 SD-CMP-MINUTES       PIC S9(7).
            15 SD-ELAPSED-MINUTES   PIC 9(7).

77  WS-ENTRY-STAMP                  PIC 9(14) VALUE 0.
77  WS-HIST-RECORDS                 PIC 9(7) VALUE 0.

      *> Clock arithmetic: a date and HHMMSS time as seconds since the
      *> INTEGER-OF-DATE epoch, so a run that crosses midnight still
      *> measures correctly.
77  WS-CLK-DATE                     PIC 9(8) VALUE 0.
01  WS-CLK-TIME                     PIC 9(6) VALUE 0.
01  WS-CLK-TIME-R REDEFINES WS-CLK-TIME.
    05 WS-CLK-HH                    PIC 9(2).
    05 WS-CLK-MM                    PIC 9(2).
    05 WS-CLK-SS                    PIC 9(2).
77  WS-CLK-SECONDS                  PIC 9(12) VALUE 0.
77  WS-LIMIT-SECONDS                PIC 9(12) VALUE 0.
77  WS-ACTUAL-SECONDS               PIC 9(12) VALUE 0.
77  WS-MARGIN-SECONDS               PIC S9(12) VALUE 0.
77  WS-MARGIN-MINUTES               PIC S9(7) VALUE 0.
77  WS-MARGIN-CLASS                 PIC X VALUE SPACE.

      *> Per month and feed. A measured day is a timed or missed one;
      *> on-time means both limits met.
77  WS-MONTH-COUNT                  PIC 9(2) VALUE 0.
77  WS-MONTH-IX                     PIC 9(2) VALUE 0.
01  SLA-MONTH-TABLE.
    05 SM-ENTRY OCCURS 15 TIMES.
        10 SM-PERIOD                PIC 9(6).
        10 SM-FEED OCCURS 2 TIMES.
            15 SM-MEASURED          PIC 9(3).
            15 SM-ON-TIME           PIC 9(3).
            15 SM-ARR-MET           PIC 9(3).
            15 SM-CMP-MET           PIC 9(3).
            15 SM-LATE-ARR          PIC 9(3).
            15 SM-LATE-CMP          PIC 9(3).
            15 SM-NEAR              PIC 9(3).
            15 SM-NOT-RUN           PIC 9(3).
            15 SM-UNTIMED           PIC 9(3).
            15 SM-NO-LIMIT          PIC 9(3).
            15 SM-ELAPSED-SUM       PIC 9(9).
            15 SM-ELAPSED-DAYS      PIC 9(3).

77  WS-LATE-ARRIVALS                PIC 9(5) VALUE 0.
77  WS-LATE-COMPLETIONS             PIC 9(5) VALUE 0.
77  WS-NEAR-MISSES                  PIC 9(5) VALUE 0.
77  WS-MISSED-DAYS                  PIC 9(5) VALUE 0.
77  WS-LINES-IN-SECTION             PIC 9(5) VALUE 0.

77  WS-FEED-NAME                    PIC X(4) VALUE SPACES.
77  WS-DAY-NAME                     PIC X(3) VALUE SPACES.
77  WS-PCT                          PIC 9(3)V9 VALUE 0.
77  WS-PCT-ARR                      PIC 9(3)V9 VALUE 0.
77  WS-PCT-CMP                      PIC 9(3)V9 VALUE 0.
77  WS-PCT-EDITED                   PIC ZZ9.9.
77  WS-PCT-ARR-EDITED               PIC ZZ9.9.
77  WS-PCT-CMP-EDITED               PIC ZZ9.9.
77  WS-MIN-EDITED                   PIC Z(6)9.
77  WS-RUN-MIN-EDITED               PIC Z(6)9.
77  WS-AVG-MINUTES                  PIC 9(7) VALUE 0.
77  WS-HHMM-A                       PIC 9(4) VALUE 0.
77  WS-HHMM-B                       PIC 9(4) VALUE 0.

COPY 'runhist_working_storage.cpy'.
COPY 'runparm_working_storage.cpy'.
COPY 'calendar_working_storage.cpy'.
COPY 'sla_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
        PERFORM LOAD-PARM-DATASET
        PERFORM DETERMINE-SLA-PARMS
        PERFORM LOAD-PROCESSING-CALENDAR
        PERFORM LOAD-SLA-TABLE

        IF WS-SLA-NOT-LOADED
            DISPLAY "SLAREPORT: no SLA table - nothing to measure"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF

        PERFORM BUILD-WINDOW-DAYS
        PERFORM GATHER-WINDOW-HISTORY
        PERFORM CLASSIFY-WINDOW-DAYS

        OPEN OUTPUT reportFile
        PERFORM WRITE-SLA-HEADING
        PERFORM WRITE-PARAMETER-ECHO
        PERFORM WRITE-SLA-TABLE-SECTION
        PERFORM WRITE-LATE-ARRIVALS
        PERFORM WRITE-LATE-COMPLETIONS
        PERFORM WRITE-NEAR-MISSES
        PERFORM WRITE-ATTAINMENT-SECTION
        CLOSE reportFile

        IF WS-LATE-ARRIVALS > 0 OR WS-LATE-COMPLETIONS > 0
                OR WS-MISSED-DAYS > 0
            MOVE 4 TO WS-SLA-CC
        END-IF

        DISPLAY "SLAREPORT: " WS-LATE-ARRIVALS " late arrivals, "
            WS-MISSED-DAYS " missed days, " WS-LATE-COMPLETIONS
            " late completions, " WS-NEAR-MISSES
            " near misses - see "
            FUNCTION TRIM(WS-SLA-REPORT-FILENAME)
        MOVE WS-SLA-CC TO RETURN-CODE
        STOP RUN.

      *> The window defaults to the first of last month through
      *> yesterday, so the previous month is always stated whole
      *> alongside the current month to date.
    DETERMINE-SLA-PARMS.
        ACCEPT WS-TODAY FROM DATE YYYYMMDD
        COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
        MOVE 0 TO WS-SLA-CC

        MOVE "DL100_SLA_FROM_DATE" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-FROM-PARM
        MOVE "DL100_SLA_TO_DATE" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-TO-PARM

        IF WS-FROM-PARM = SPACES
            COMPUTE WS-FROM-DATE = (WS-TODAY / 100) * 100 + 1
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) - 1
            MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                TO WS-FROM-DATE
            COMPUTE WS-FROM-DATE = (WS-FROM-DATE / 100) * 100 + 1
        ELSE
            IF FUNCTION TEST-NUMVAL(WS-FROM-PARM) NOT = 0
                DISPLAY "SLAREPORT: DL100_SLA_FROM_DATE '"
                    FUNCTION TRIM(WS-FROM-PARM) "' is not a date"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-FROM-PARM) TO WS-FROM-DATE
        END-IF

        IF WS-TO-PARM = SPACES
            COMPUTE WS-DATE-INT = WS-TODAY-INT - 1
            MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-TO-DATE
        ELSE
            IF FUNCTION TEST-NUMVAL(WS-TO-PARM) NOT = 0
                DISPLAY "SLAREPORT: DL100_SLA_TO_DATE '"
                    FUNCTION TRIM(WS-TO-PARM) "' is not a date"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-TO-PARM) TO WS-TO-DATE
        END-IF

        IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
                OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
            DISPLAY "SLAREPORT: window " WS-FROM-DATE-X " TO "
                WS-TO-DATE-X " is not a pair of valid dates"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF

        COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
        COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
        IF WS-FROM-INT > WS-TO-INT
            DISPLAY "SLAREPORT: window start " WS-FROM-DATE-X
                " is after its end " WS-TO-DATE-X
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-TO-INT - WS-FROM-INT + 1 > WS-WINDOW-LIMIT
            COMPUTE WS-TO-INT = WS-FROM-INT + WS-WINDOW-LIMIT - 1
            MOVE FUNCTION DATE-OF-INTEGER(WS-TO-INT) TO WS-TO-DATE
            DISPLAY "SLAREPORT: window limited to " WS-WINDOW-LIMIT
                " days - ends " WS-TO-DATE-X
        END-IF
        COMPUTE WS-WINDOW-DAYS = WS-TO-INT - WS-FROM-INT + 1

        MOVE "DL100_SLA_NEAR_MINUTES" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-NEAR-PARM
        IF WS-NEAR-PARM NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-NEAR-PARM) = 0
            MOVE FUNCTION NUMVAL(WS-NEAR-PARM) TO WS-NEAR-MINUTES
        END-IF
        COMPUTE WS-NEAR-SECONDS = WS-NEAR-MINUTES * 60

        MOVE "DL100_HISTORY_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-HISTORY-FILENAME
        IF WS-HISTORY-FILENAME = SPACES
            MOVE "runhist.dat" TO WS-HISTORY-FILENAME
        END-IF

        MOVE SPACES TO WS-SLA-REPORT-FILENAME
        STRING "slareport_" WS-TODAY-X ".txt"
            DELIMITED BY SIZE INTO WS-SLA-REPORT-FILENAME

        DISPLAY "SLAREPORT: window " WS-FROM-DATE-X " TO "
            WS-TO-DATE-X " (" WS-WINDOW-DAYS " days)".

    BUILD-WINDOW-DAYS.
        INITIALIZE SLA-DAY-TABLE
        INITIALIZE SLA-MONTH-TABLE
        MOVE 0 TO WS-MONTH-COUNT
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-WINDOW-DAYS
            COMPUTE WS-DATE-INT = WS-FROM-INT + WS-DAY-IX - 1
            MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                TO SD-DATE(WS-DAY-IX)
            COMPUTE SD-DOW(WS-DAY-IX) = FUNCTION MOD(WS-DATE-INT, 7)
            IF SD-DOW(WS-DAY-IX) = 0
                MOVE 7 TO SD-DOW(WS-DAY-IX)
            END-IF
            PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                    UNTIL WS-FEED-IX > WS-SLA-FEED-COUNT
                MOVE 'N' TO SD-RAN(WS-DAY-IX, WS-FEED-IX)
                MOVE 'N' TO SD-TIMED(WS-DAY-IX, WS-FEED-IX)
                SET SD-NOT-MEASURED(WS-DAY-IX, WS-FEED-IX) TO TRUE
            END-PERFORM
        END-PERFORM.

      *> The history is keyed by date, so the window is one START at
      *> its first day and a forward read to the first entry past
      *> its last.
    GATHER-WINDOW-HISTORY.
        OPEN INPUT historyFile
        IF WS-HIST-FILE-STATUS NOT = "00"
            DISPLAY "SLAREPORT: no run history "
                FUNCTION TRIM(WS-HISTORY-FILENAME)
                " - nothing to measure"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF

        MOVE LOW-VALUES TO RH-KEY
        MOVE WS-FROM-DATE TO RH-RUN-DATE
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
                    IF RH-RUN-DATE > WS-TO-DATE
                        SET WS-HIST-EOF TO TRUE
                    ELSE
                        ADD 1 TO WS-HIST-RECORDS
                        PERFORM EXAMINE-WINDOW-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE historyFile.

    EXAMINE-WINDOW-ENTRY.
        MOVE 0 TO WS-FEED-IX
        IF RH-RUN-EVENT
            IF RH-PROGRAM = "Day1Driver" AND RH-MODE(1:1) NOT = "C"
                MOVE 1 TO WS-FEED-IX
            END-IF
            IF RH-PROGRAM = "Day2Driver"
                MOVE 2 TO WS-FEED-IX
            END-IF
        END-IF

        IF WS-FEED-IX > 0
            COMPUTE WS-DAY-IX =
                FUNCTION INTEGER-OF-DATE(RH-RUN-DATE) - WS-FROM-INT + 1
            MOVE 'Y' TO SD-RAN(WS-DAY-IX, WS-FEED-IX)
            IF RH-HAS-TIMING
                COMPUTE WS-ENTRY-STAMP =
                    RH-FOUND-ON * 1000000 + RH-FOUND-AT
                IF SD-TIMED(WS-DAY-IX, WS-FEED-IX) = 'N'
                        OR WS-ENTRY-STAMP
                            < SD-FOUND-STAMP(WS-DAY-IX, WS-FEED-IX)
                    PERFORM TAKE-TIMED-RUN
                END-IF
            END-IF
        END-IF.

    TAKE-TIMED-RUN.
        MOVE 'Y' TO SD-TIMED(WS-DAY-IX, WS-FEED-IX)
        MOVE WS-ENTRY-STAMP TO SD-FOUND-STAMP(WS-DAY-IX, WS-FEED-IX)
        MOVE RH-STARTED-ON TO SD-STARTED-ON(WS-DAY-IX, WS-FEED-IX)
        MOVE RH-STARTED-AT TO SD-STARTED-AT(WS-DAY-IX, WS-FEED-IX)
        MOVE RH-FOUND-ON TO SD-FOUND-ON(WS-DAY-IX, WS-FEED-IX)
        MOVE RH-FOUND-AT TO SD-FOUND-AT(WS-DAY-IX, WS-FEED-IX)
        MOVE RH-COMPLETED-ON TO SD-COMPLETED-ON(WS-DAY-IX, WS-FEED-IX)
        MOVE RH-COMPLETED-AT
            TO SD-COMPLETED-AT(WS-DAY-IX, WS-FEED-IX).

    CLASSIFY-WINDOW-DAYS.
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-WINDOW-DAYS
            MOVE SD-DATE(WS-DAY-IX) TO WS-RUN-DATE
            PERFORM FIND-MONTH-ENTRY
            PERFORM CHECK-PROCESSING-DAY
            PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                    UNTIL WS-FEED-IX > WS-SLA-FEED-COUNT
                IF CAL-BUSINESS-DAY
                    PERFORM CLASSIFY-FEED-DAY
                    PERFORM COUNT-FEED-DAY
                END-IF
            END-PERFORM
        END-PERFORM.

    FIND-MONTH-ENTRY.
        IF WS-MONTH-COUNT = 0
                OR SM-PERIOD(WS-MONTH-COUNT) NOT = WS-RUN-DATE(1:6)
            ADD 1 TO WS-MONTH-COUNT
            MOVE WS-RUN-DATE(1:6) TO SM-PERIOD(WS-MONTH-COUNT)
        END-IF
        MOVE WS-MONTH-COUNT TO WS-MONTH-IX.

    CLASSIFY-FEED-DAY.
        MOVE WS-FEED-IX TO WS-SLA-FEED-IX
        PERFORM CHECK-SLA-DAY
        IF WS-SLA-UNDEFINED
            SET SD-NOT-MEASURED(WS-DAY-IX, WS-FEED-IX) TO TRUE
            ADD 1 TO SM-NO-LIMIT(WS-MONTH-IX, WS-FEED-IX)
        ELSE
            MOVE WS-SLA-ARRIVE-BY TO SD-ARRIVE-BY(WS-DAY-IX, WS-FEED-IX)
            MOVE WS-SLA-COMPLETE-BY
                TO SD-COMPLETE-BY(WS-DAY-IX, WS-FEED-IX)
            EVALUATE TRUE
                WHEN SD-RAN(WS-DAY-IX, WS-FEED-IX) = 'N'
                        AND WS-RUN-DATE >= WS-TODAY
                    SET SD-PENDING(WS-DAY-IX, WS-FEED-IX) TO TRUE
                WHEN SD-RAN(WS-DAY-IX, WS-FEED-IX) = 'N'
                    SET SD-MISSED(WS-DAY-IX, WS-FEED-IX) TO TRUE
                WHEN SD-TIMED(WS-DAY-IX, WS-FEED-IX) = 'N'
                    SET SD-UNTIMED(WS-DAY-IX, WS-FEED-IX) TO TRUE
                WHEN OTHER
                    SET SD-TIMED-RUN(WS-DAY-IX, WS-FEED-IX) TO TRUE
                    PERFORM MEASURE-TIMED-RUN
            END-EVALUATE
        END-IF.

      *> Margins are held in whole minutes: positive is late (a part
      *> minute counts as a minute), negative is time to spare.
    MEASURE-TIMED-RUN.
        MOVE WS-RUN-DATE TO WS-CLK-DATE
        MOVE WS-SLA-ARRIVE-BY TO WS-CLK-TIME
        PERFORM CLOCK-TO-SECONDS
        MOVE WS-CLK-SECONDS TO WS-LIMIT-SECONDS
        MOVE SD-FOUND-ON(WS-DAY-IX, WS-FEED-IX) TO WS-CLK-DATE
        MOVE SD-FOUND-AT(WS-DAY-IX, WS-FEED-IX) TO WS-CLK-TIME
        PERFORM CLOCK-TO-SECONDS
        MOVE WS-CLK-SECONDS TO WS-ACTUAL-SECONDS
        PERFORM CLASSIFY-MARGIN
        MOVE WS-MARGIN-CLASS TO SD-ARR-CLASS(WS-DAY-IX, WS-FEED-IX)
        MOVE WS-MARGIN-MINUTES
            TO SD-ARR-MINUTES(WS-DAY-IX, WS-FEED-IX)

        MOVE WS-RUN-DATE TO WS-CLK-DATE
        MOVE WS-SLA-COMPLETE-BY TO WS-CLK-TIME
        PERFORM CLOCK-TO-SECONDS
        MOVE WS-CLK-SECONDS TO WS-LIMIT-SECONDS
        MOVE SD-COMPLETED-ON(WS-DAY-IX, WS-FEED-IX) TO WS-CLK-DATE
        MOVE SD-COMPLETED-AT(WS-DAY-IX, WS-FEED-IX) TO WS-CLK-TIME
        PERFORM CLOCK-TO-SECONDS
        MOVE WS-CLK-SECONDS TO WS-ACTUAL-SECONDS
        PERFORM CLASSIFY-MARGIN
        MOVE WS-MARGIN-CLASS TO SD-CMP-CLASS(WS-DAY-IX, WS-FEED-IX)
        MOVE WS-MARGIN-MINUTES
            TO SD-CMP-MINUTES(WS-DAY-IX, WS-FEED-IX)

        MOVE SD-STARTED-ON(WS-DAY-IX, WS-FEED-IX) TO WS-CLK-DATE
        MOVE SD-STARTED-AT(WS-DAY-IX, WS-FEED-IX) TO WS-CLK-TIME
        PERFORM CLOCK-TO-SECONDS
        MOVE WS-CLK-SECONDS TO WS-LIMIT-SECONDS
        MOVE 0 TO SD-ELAPSED-MINUTES(WS-DAY-IX, WS-FEED-IX)
        IF WS-ACTUAL-SECONDS > WS-LIMIT-SECONDS
            COMPUTE SD-ELAPSED-MINUTES(WS-DAY-IX, WS-FEED-IX) =
                (WS-ACTUAL-SECONDS - WS-LIMIT-SECONDS + 59) / 60
        END-IF.

    CLASSIFY-MARGIN.
        COMPUTE WS-MARGIN-SECONDS = WS-ACTUAL-SECONDS - WS-LIMIT-SECONDS
        IF WS-MARGIN-SECONDS > 0
            MOVE 'L' TO WS-MARGIN-CLASS
            COMPUTE WS-MARGIN-MINUTES = (WS-MARGIN-SECONDS + 59) / 60
        ELSE
            COMPUTE WS-MARGIN-MINUTES = WS-MARGIN-SECONDS / 60
            IF WS-MARGIN-SECONDS + WS-NEAR-SECONDS >= 0
                MOVE 'W' TO WS-MARGIN-CLASS
            ELSE
                MOVE 'M' TO WS-MARGIN-CLASS
            END-IF
        END-IF.

    CLOCK-TO-SECONDS.
        COMPUTE WS-CLK-SECONDS =
            FUNCTION INTEGER-OF-DATE(WS-CLK-DATE) * 86400
            + WS-CLK-HH * 3600 + WS-CLK-MM * 60 + WS-CLK-SS.

    COUNT-FEED-DAY.
        EVALUATE TRUE
            WHEN SD-MISSED(WS-DAY-IX, WS-FEED-IX)
                ADD 1 TO SM-MEASURED(WS-MONTH-IX, WS-FEED-IX)
                ADD 1 TO SM-NOT-RUN(WS-MONTH-IX, WS-FEED-IX)
                ADD 1 TO WS-MISSED-DAYS
            WHEN SD-UNTIMED(WS-DAY-IX, WS-FEED-IX)
                ADD 1 TO SM-UNTIMED(WS-MONTH-IX, WS-FEED-IX)
            WHEN SD-TIMED-RUN(WS-DAY-IX, WS-FEED-IX)
                ADD 1 TO SM-MEASURED(WS-MONTH-IX, WS-FEED-IX)
                ADD SD-ELAPSED-MINUTES(WS-DAY-IX, WS-FEED-IX)
                    TO SM-ELAPSED-SUM(WS-MONTH-IX, WS-FEED-IX)
                ADD 1 TO SM-ELAPSED-DAYS(WS-MONTH-IX, WS-FEED-IX)
                IF SD-ARR-LATE(WS-DAY-IX, WS-FEED-IX)
                    ADD 1 TO SM-LATE-ARR(WS-MONTH-IX, WS-FEED-IX)
                    ADD 1 TO WS-LATE-ARRIVALS
                ELSE
                    ADD 1 TO SM-ARR-MET(WS-MONTH-IX, WS-FEED-IX)
                END-IF
                IF SD-CMP-LATE(WS-DAY-IX, WS-FEED-IX)
                    ADD 1 TO SM-LATE-CMP(WS-MONTH-IX, WS-FEED-IX)
                    ADD 1 TO WS-LATE-COMPLETIONS
                ELSE
                    ADD 1 TO SM-CMP-MET(WS-MONTH-IX, WS-FEED-IX)
                END-IF
                IF NOT SD-ARR-LATE(WS-DAY-IX, WS-FEED-IX)
                        AND NOT SD-CMP-LATE(WS-DAY-IX, WS-FEED-IX)
                    ADD 1 TO SM-ON-TIME(WS-MONTH-IX, WS-FEED-IX)
                    IF SD-ARR-NEAR(WS-DAY-IX, WS-FEED-IX)
                            OR SD-CMP-NEAR(WS-DAY-IX, WS-FEED-IX)
                        ADD 1 TO SM-NEAR(WS-MONTH-IX, WS-FEED-IX)
                    END-IF
                END-IF
                IF SD-ARR-NEAR(WS-DAY-IX, WS-FEED-IX)
                    ADD 1 TO WS-NEAR-MISSES
                END-IF
                IF SD-CMP-NEAR(WS-DAY-IX, WS-FEED-IX)
                    ADD 1 TO WS-NEAR-MISSES
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

    WRITE-SLA-HEADING.
        MOVE SPACES TO reportFileRecord
        STRING "FEED SLA REPORT  WINDOW " WS-FROM-DATE-X " TO "
               WS-TO-DATE-X "  PRODUCED " WS-TODAY-X
               "  NEAR-MISS MARGIN: " WS-NEAR-MINUTES " MIN"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.

    WRITE-SLA-TABLE-SECTION.
        MOVE SPACES TO reportFileRecord
        STRING "---- SLA TABLE ("
               FUNCTION TRIM(WS-SLA-FILENAME) ") ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord
        PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                UNTIL WS-FEED-IX > WS-SLA-FEED-COUNT
            MOVE WS-SLA-FEED-NAMES(WS-FEED-IX * 4 - 3:4)
                TO WS-FEED-NAME
            PERFORM VARYING WS-SLA-DAY-IX FROM 1 BY 1
                    UNTIL WS-SLA-DAY-IX > 7
                MOVE WS-SLA-DAY-NAMES(WS-SLA-DAY-IX * 3 - 2:3)
                    TO WS-DAY-NAME
                MOVE SPACES TO reportFileRecord
                IF SLA-DAY-SET(WS-FEED-IX, WS-SLA-DAY-IX)
                    COMPUTE WS-HHMM-A =
                        SLA-ARRIVE-BY(WS-FEED-IX, WS-SLA-DAY-IX) / 100
                    COMPUTE WS-HHMM-B =
                        SLA-COMPLETE-BY(WS-FEED-IX, WS-SLA-DAY-IX)
                            / 100
                    STRING WS-FEED-NAME " " WS-DAY-NAME
                           "  ARRIVE BY " WS-HHMM-A
                           "  COMPLETE BY " WS-HHMM-B
                        DELIMITED BY SIZE INTO reportFileRecord
                ELSE
                    STRING WS-FEED-NAME " " WS-DAY-NAME
                           "  NO LIMIT - NOT MEASURED"
                        DELIMITED BY SIZE INTO reportFileRecord
                END-IF
                WRITE reportFileRecord
            END-PERFORM
        END-PERFORM.

    WRITE-LATE-ARRIVALS.
        MOVE SPACES TO reportFileRecord
        STRING "---- LATE ARRIVALS ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord
        MOVE 0 TO WS-LINES-IN-SECTION
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-WINDOW-DAYS
            PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                    UNTIL WS-FEED-IX > WS-SLA-FEED-COUNT
                PERFORM SET-LINE-NAMES
                IF SD-MISSED(WS-DAY-IX, WS-FEED-IX)
                    ADD 1 TO WS-LINES-IN-SECTION
                    COMPUTE WS-HHMM-A =
                        SD-ARRIVE-BY(WS-DAY-IX, WS-FEED-IX) / 100
                    MOVE SPACES TO reportFileRecord
                    STRING SD-DATE(WS-DAY-IX) " " WS-DAY-NAME " "
                           WS-FEED-NAME "  DUE BY " WS-HHMM-A
                           "  NOT RUN - NO EXTRACT PROCESSED FOR"
                           " THE DAY"
                        DELIMITED BY SIZE INTO reportFileRecord
                    WRITE reportFileRecord
                END-IF
                IF SD-TIMED-RUN(WS-DAY-IX, WS-FEED-IX)
                        AND SD-ARR-LATE(WS-DAY-IX, WS-FEED-IX)
                    ADD 1 TO WS-LINES-IN-SECTION
                    COMPUTE WS-HHMM-A =
                        SD-ARRIVE-BY(WS-DAY-IX, WS-FEED-IX) / 100
                    MOVE SD-ARR-MINUTES(WS-DAY-IX, WS-FEED-IX)
                        TO WS-MIN-EDITED
                    MOVE SPACES TO reportFileRecord
                    STRING SD-DATE(WS-DAY-IX) " " WS-DAY-NAME " "
                           WS-FEED-NAME "  DUE BY " WS-HHMM-A
                           "  FOUND " SD-FOUND-ON(WS-DAY-IX, WS-FEED-IX)
                           " " SD-FOUND-AT(WS-DAY-IX, WS-FEED-IX)
                           "  LATE BY " WS-MIN-EDITED " MIN"
                        DELIMITED BY SIZE INTO reportFileRecord
                    WRITE reportFileRecord
                END-IF
            END-PERFORM
        END-PERFORM
        PERFORM WRITE-NONE-IF-EMPTY.

    WRITE-LATE-COMPLETIONS.
        MOVE SPACES TO reportFileRecord
        STRING "---- LATE COMPLETIONS ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord
        MOVE 0 TO WS-LINES-IN-SECTION
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-WINDOW-DAYS
            PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                    UNTIL WS-FEED-IX > WS-SLA-FEED-COUNT
                IF SD-TIMED-RUN(WS-DAY-IX, WS-FEED-IX)
                        AND SD-CMP-LATE(WS-DAY-IX, WS-FEED-IX)
                    PERFORM SET-LINE-NAMES
                    ADD 1 TO WS-LINES-IN-SECTION
                    COMPUTE WS-HHMM-B =
                        SD-COMPLETE-BY(WS-DAY-IX, WS-FEED-IX) / 100
                    MOVE SD-CMP-MINUTES(WS-DAY-IX, WS-FEED-IX)
                        TO WS-MIN-EDITED
                    MOVE SD-ELAPSED-MINUTES(WS-DAY-IX, WS-FEED-IX)
                        TO WS-RUN-MIN-EDITED
                    MOVE SPACES TO reportFileRecord
                    STRING SD-DATE(WS-DAY-IX) " " WS-DAY-NAME " "
                           WS-FEED-NAME "  DUE BY " WS-HHMM-B
                           "  COMPLETED "
                           SD-COMPLETED-ON(WS-DAY-IX, WS-FEED-IX)
                           " " SD-COMPLETED-AT(WS-DAY-IX, WS-FEED-IX)
                           "  LATE BY " WS-MIN-EDITED " MIN"
                           "  RUN TIME " WS-RUN-MIN-EDITED " MIN"
                        DELIMITED BY SIZE INTO reportFileRecord
                    WRITE reportFileRecord
                END-IF
            END-PERFORM
        END-PERFORM
        PERFORM WRITE-NONE-IF-EMPTY.

    WRITE-NEAR-MISSES.
        MOVE SPACES TO reportFileRecord
        STRING "---- NEAR MISSES (WITHIN " WS-NEAR-MINUTES
               " MIN OF THE LIMIT) ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord
        MOVE 0 TO WS-LINES-IN-SECTION
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-WINDOW-DAYS
            PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                    UNTIL WS-FEED-IX > WS-SLA-FEED-COUNT
                PERFORM SET-LINE-NAMES
                IF SD-TIMED-RUN(WS-DAY-IX, WS-FEED-IX)
                        AND SD-ARR-NEAR(WS-DAY-IX, WS-FEED-IX)
                    ADD 1 TO WS-LINES-IN-SECTION
                    COMPUTE WS-HHMM-A =
                        SD-ARRIVE-BY(WS-DAY-IX, WS-FEED-IX) / 100
                    COMPUTE WS-MIN-EDITED =
                        0 - SD-ARR-MINUTES(WS-DAY-IX, WS-FEED-IX)
                    MOVE SPACES TO reportFileRecord
                    STRING SD-DATE(WS-DAY-IX) " " WS-DAY-NAME " "
                           WS-FEED-NAME "  ARRIVAL     DUE BY "
                           WS-HHMM-A "  FOUND "
                           SD-FOUND-ON(WS-DAY-IX, WS-FEED-IX)
                           " " SD-FOUND-AT(WS-DAY-IX, WS-FEED-IX)
                           "  " WS-MIN-EDITED " MIN TO SPARE"
                        DELIMITED BY SIZE INTO reportFileRecord
                    WRITE reportFileRecord
                END-IF
                IF SD-TIMED-RUN(WS-DAY-IX, WS-FEED-IX)
                        AND SD-CMP-NEAR(WS-DAY-IX, WS-FEED-IX)
                    ADD 1 TO WS-LINES-IN-SECTION
                    COMPUTE WS-HHMM-B =
                        SD-COMPLETE-BY(WS-DAY-IX, WS-FEED-IX) / 100
                    COMPUTE WS-MIN-EDITED =
                        0 - SD-CMP-MINUTES(WS-DAY-IX, WS-FEED-IX)
                    MOVE SPACES TO reportFileRecord
                    STRING SD-DATE(WS-DAY-IX) " " WS-DAY-NAME " "
                           WS-FEED-NAME "  COMPLETION  DUE BY "
                           WS-HHMM-B "  COMPLETED "
                           SD-COMPLETED-ON(WS-DAY-IX, WS-FEED-IX)
                           " " SD-COMPLETED-AT(WS-DAY-IX, WS-FEED-IX)
                           "  " WS-MIN-EDITED " MIN TO SPARE"
                        DELIMITED BY SIZE INTO reportFileRecord
                    WRITE reportFileRecord
                END-IF
            END-PERFORM
        END-PERFORM
        PERFORM WRITE-NONE-IF-EMPTY.

    SET-LINE-NAMES.
        MOVE WS-SLA-FEED-NAMES(WS-FEED-IX * 4 - 3:4) TO WS-FEED-NAME
        MOVE WS-SLA-DAY-NAMES(SD-DOW(WS-DAY-IX) * 3 - 2:3)
            TO WS-DAY-NAME.

    WRITE-NONE-IF-EMPTY.
        IF WS-LINES-IN-SECTION = 0
            MOVE SPACES TO reportFileRecord
            STRING "NONE" DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        END-IF.

      *> Attainment is on-time days over measured days; a missed day
      *> is measured and fails both limits. Untimed days and days
      *> with no limit are shown but not measured.
    WRITE-ATTAINMENT-SECTION.
        MOVE SPACES TO reportFileRecord
        STRING "---- MONTHLY ATTAINMENT ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord
        PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                UNTIL WS-MONTH-IX > WS-MONTH-COUNT
            PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                    UNTIL WS-FEED-IX > WS-SLA-FEED-COUNT
                PERFORM WRITE-ONE-ATTAINMENT
            END-PERFORM
        END-PERFORM.

    WRITE-ONE-ATTAINMENT.
        MOVE WS-SLA-FEED-NAMES(WS-FEED-IX * 4 - 3:4) TO WS-FEED-NAME
        MOVE SPACES TO reportFileRecord
        IF SM-MEASURED(WS-MONTH-IX, WS-FEED-IX) = 0
            STRING SM-PERIOD(WS-MONTH-IX) " " WS-FEED-NAME
                   "  NO MEASURED DAYS  UNTIMED: "
                   SM-UNTIMED(WS-MONTH-IX, WS-FEED-IX)
                   "  NO LIMIT: " SM-NO-LIMIT(WS-MONTH-IX, WS-FEED-IX)
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        ELSE
            COMPUTE WS-PCT ROUNDED =
                SM-ON-TIME(WS-MONTH-IX, WS-FEED-IX) * 100
                    / SM-MEASURED(WS-MONTH-IX, WS-FEED-IX)
            COMPUTE WS-PCT-ARR ROUNDED =
                SM-ARR-MET(WS-MONTH-IX, WS-FEED-IX) * 100
                    / SM-MEASURED(WS-MONTH-IX, WS-FEED-IX)
            COMPUTE WS-PCT-CMP ROUNDED =
                SM-CMP-MET(WS-MONTH-IX, WS-FEED-IX) * 100
                    / SM-MEASURED(WS-MONTH-IX, WS-FEED-IX)
            MOVE WS-PCT TO WS-PCT-EDITED
            MOVE WS-PCT-ARR TO WS-PCT-ARR-EDITED
            MOVE WS-PCT-CMP TO WS-PCT-CMP-EDITED
            STRING SM-PERIOD(WS-MONTH-IX) " " WS-FEED-NAME
                   "  ATTAINMENT: " WS-PCT-EDITED "%"
                   "  ARRIVAL: " WS-PCT-ARR-EDITED "%"
                   "  COMPLETION: " WS-PCT-CMP-EDITED "%"
                   "  DAYS MEASURED: "
                   SM-MEASURED(WS-MONTH-IX, WS-FEED-IX)
                   "  ON TIME: " SM-ON-TIME(WS-MONTH-IX, WS-FEED-IX)
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord

            MOVE 0 TO WS-AVG-MINUTES
            IF SM-ELAPSED-DAYS(WS-MONTH-IX, WS-FEED-IX) > 0
                COMPUTE WS-AVG-MINUTES ROUNDED =
                    SM-ELAPSED-SUM(WS-MONTH-IX, WS-FEED-IX)
                        / SM-ELAPSED-DAYS(WS-MONTH-IX, WS-FEED-IX)
            END-IF
            MOVE WS-AVG-MINUTES TO WS-RUN-MIN-EDITED
            MOVE SPACES TO reportFileRecord
            STRING "            LATE ARRIVAL: "
                   SM-LATE-ARR(WS-MONTH-IX, WS-FEED-IX)
                   "  LATE COMPLETION: "
                   SM-LATE-CMP(WS-MONTH-IX, WS-FEED-IX)
                   "  NOT RUN: " SM-NOT-RUN(WS-MONTH-IX, WS-FEED-IX)
                   "  NEAR MISS: " SM-NEAR(WS-MONTH-IX, WS-FEED-IX)
                   "  UNTIMED: " SM-UNTIMED(WS-MONTH-IX, WS-FEED-IX)
                   "  AVG RUN TIME: " WS-RUN-MIN-EDITED " MIN"
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        END-IF.

    COPY 'runparm_load.cpy'.
    COPY 'calendar_check.cpy'.
    COPY 'sla_check.cpy'.
