      *> ---------------------------------------------------------------
      *> CAPACITY_REPORT.CBL
      *>
      *> CapacityReport looks back over a window of business dates and
      *> projects when the batch will outgrow the limits it is built
      *> with, so the large-extract path or a limit change can be
      *> scheduled before a night's run finds the wall. For each date
      *> it collects:
      *>
      *>   from the reports  the CONTROL TOTALS line of the Day 1
      *>                     report (latest _Rnn rerun), day2_report
      *>                     and day3_report - records read, records
      *>                     rejected, and for Day 1 the grid rows
      *>                     used (or rows processed on the large-
      *>                     extract path)
      *>   from the extracts the highest multi-part suffix present
      *>                     (input_YYYYMMDD_A..F.txt), or one part
      *>                     for a single input_YYYYMMDD.txt
      *>   from the history  each feed's run time, started to
      *>                     completed, the longest run of the date
      *>   from the stream   the batch run time, first ATTEMPT to
      *>                     last STREAM ENDED in jobstream_YYYYMMDD;
      *>                     when the stream log is gone, the first
      *>                     driver start to the last driver finish
      *>   from the ranges   the days each range run asked for, off
      *>                     the summary_<from>_<to>.txt it left
      *>
      *> Every series is fitted with a least-squares straight line
      *> over the window. A series with a limit is projected forward
      *> to the date its fitted line reaches that limit:
      *>
      *>   DAY1 GRID ROWS     the 5000-row grid (WS-MAX-ROWS)
      *>   DAY1 EXTRACT PARTS the six part suffixes A-F
      *>   RANGE RUN DAYS     the 62-day range table (Day1Driver)
      *>   BATCH RUN MINUTES  the operator's batch window
      *>
      *> These limits are set in input_working_storage.cpy and
      *> driver.cbl and must be changed here with them. The run-
      *> parameter table (60 entries) keeps no history, so it is
      *> measured as it stands: the key lines in today's parameter
      *> dataset against the table size.
      *>
      *> A limit whose projected date falls within the horizon is
      *> flagged. The report, capreport_YYYYMMDD.txt, has the daily
      *> figures, the fitted trend of every series and the limit
      *> projections.
      *>
      *> Operator parameters, all optional:
      *>   DL100_CAPACITY_TO_DATE      window end              (today)
      *>   DL100_CAPACITY_DAYS         window length, at most 400 (90)
      *>   DL100_CAPACITY_HORIZON_DAYS flag a breach projected within
      *>                               this many days             (90)
      *>   DL100_CAPACITY_WARN_PCT     flag the parameter table at
      *>                               this share of its size     (90)
      *>   DL100_BATCH_WINDOW_MINUTES  the batch window           (360)
      *>   DL100_HISTORY_DATASET       run history       (runhist.dat)
      *>
      *> Condition codes: 0 = no limit projected to breach within the
      *> horizon; 4 = a limit is flagged; 8 = a limit has already been
      *> reached in the window (or the parameter table is full); 12 =
      *> the parameters are not valid, or there is no run history.
      *> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. CapacityReport.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT historyFile ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RH-KEY
            FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT reportFile ASSIGN TO DYNAMIC WS-CAP-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT probeFile ASSIGN TO DYNAMIC WS-PROBE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROBE-FILE-STATUS.

        SELECT parmFile ASSIGN TO DYNAMIC WS-PARM-DATASET-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  historyFile.
COPY 'runhist_record.cpy'.

FD  reportFile.
01  reportFileRecord PIC X(132).

FD  probeFile.
01  probeFileRecord PIC X(220).

FD  parmFile.
01  parmFileRecord PIC X(132).

WORKING-STORAGE SECTION.
77  WS-HISTORY-FILENAME             PIC X(100) VALUE SPACES.
77  WS-HIST-FILE-STATUS             PIC XX VALUE SPACES.
77  WS-CAP-REPORT-FILENAME          PIC X(100) VALUE SPACES.
77  WS-PROBE-FILENAME               PIC X(100) VALUE SPACES.
77  WS-PROBE-FILE-STATUS            PIC XX VALUE SPACES.

01  WS-RUN-DATE                     PIC 9(8) VALUE 0.
01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
01  WS-TODAY                        PIC 9(8) VALUE 0.
01  WS-TODAY-X REDEFINES WS-TODAY   PIC X(8).
77  WS-TODAY-INT                    PIC 9(8) VALUE 0.

77  EOF PIC X VALUE 'N'.
    88 EOF-REACHED                  VALUE 'Y'.

77  WS-PROBE-EXISTS-SW              PIC X VALUE 'N'.
    88 WS-PROBE-EXISTS              VALUE 'Y'.
    88 WS-PROBE-ABSENT              VALUE 'N'.

77  WS-TO-PARM                      PIC X(10) VALUE SPACES.
77  WS-NUMBER-PARM                  PIC X(10) VALUE SPACES.
01  WS-FROM-DATE                    PIC 9(8) VALUE 0.
01  WS-FROM-DATE-X REDEFINES WS-FROM-DATE PIC X(8).
01  WS-TO-DATE                      PIC 9(8) VALUE 0.
01  WS-TO-DATE-X REDEFINES WS-TO-DATE PIC X(8).
77  WS-FROM-INT                     PIC 9(8) VALUE 0.
77  WS-TO-INT                       PIC 9(8) VALUE 0.
77  WS-DATE-INT                     PIC 9(8) VALUE 0.
77  WS-HORIZON-DAYS                 PIC 9(4) VALUE 90.
77  WS-HORIZON-INT                  PIC 9(8) VALUE 0.
77  WS-WARN-PCT                     PIC 9(3) VALUE 90.
77  WS-BATCH-WINDOW-MINUTES         PIC 9(4) VALUE 360.
77  WS-CAP-CC                       PIC 9(2) VALUE 0.

      *> Fixed limits the batch is built with - Day 1 grid rows
      *> (WS-MAX-ROWS), multi-part suffixes (WS-PART-SUFFIXES) and the
      *> range table (WS-RANGE-DAY-LIMIT).
77  WS-GRID-ROW-LIMIT               PIC 9(5) VALUE 5000.
77  WS-PART-LIMIT                   PIC 9 VALUE 6.
77  WS-PART-SUFFIXES                PIC X(6) VALUE "ABCDEF".
77  WS-RANGE-DAY-LIMIT              PIC 9(3) VALUE 62.

      *> A range summary is looked for up to twice the table size
      *> past its from-date, so a range that was cut short still
      *> shows what it asked for.
77  WS-RANGE-PROBE-DAYS             PIC 9(3) VALUE 124.

      *> A trend needs this many dated points before it is projected.
77  WS-MIN-POINTS                   PIC 9(3) VALUE 5.

      *> The series, in the order the daily section prints them.
      *> CS-LIMIT-KIND names the limit a series is projected against:
      *> G grid rows, P part suffixes, R range table, W batch window,
      *> space for a series that is trended only.
01  WS-SERIES-NAMES.
    05 FILLER PIC X(21) VALUE "DAY1 RECORDS READ    ".
    05 FILLER PIC X(21) VALUE "DAY1 REJECTED        ".
    05 FILLER PIC X(21) VALUE "DAY1 GRID ROWS      G".
    05 FILLER PIC X(21) VALUE "DAY1 EXTRACT PARTS  P".
    05 FILLER PIC X(21) VALUE "DAY1 RUN MINUTES     ".
    05 FILLER PIC X(21) VALUE "DAY2 RECORDS READ    ".
    05 FILLER PIC X(21) VALUE "DAY2 REJECTED        ".
    05 FILLER PIC X(21) VALUE "DAY2 RUN MINUTES     ".
    05 FILLER PIC X(21) VALUE "DAY3 RECORDS READ    ".
    05 FILLER PIC X(21) VALUE "DAY3 REJECTED        ".
    05 FILLER PIC X(21) VALUE "DAY3 RUN MINUTES     ".
    05 FILLER PIC X(21) VALUE "BATCH RUN MINUTES   W".
    05 FILLER PIC X(21) VALUE "RANGE RUN DAYS      R".
01  WS-SERIES-TABLE REDEFINES WS-SERIES-NAMES.
    05 CS-DEFINITION OCCURS 13 TIMES.
        10 CS-NAME                  PIC X(20).
        10 CS-LIMIT-KIND            PIC X.
77  WS-SERIES-COUNT                 PIC 9(2) VALUE 13.
77  WS-SER-IX                       PIC 9(2) VALUE 0.

      *> One entry per date of the window, one slot per series.
77  WS-WINDOW-LIMIT                 PIC 9(3) VALUE 400.
77  WS-WINDOW-DAYS                  PIC 9(3) VALUE 0.
77  WS-DAY-IX                       PIC 9(3) VALUE 0.

01  CAP-DAY-TABLE.
    05 CD-ENTRY OCCURS 400 TIMES.
        10 CD-DATE                  PIC 9(8).
        10 CD-SERIES OCCURS 13 TIMES.
            15 CD-HAS               PIC X.
            15 CD-VALUE             PIC 9(9).
        10 CD-HIST-TIMED            PIC X.
        10 CD-HIST-FIRST-START      PIC 9(12).
        10 CD-HIST-LAST-END         PIC 9(12).

      *> Fit and projection per series. CS-STATE:
      *>   N  no data in the window
      *>   F  too few points to fit a trend
      *>   G  not growing - flat or falling, or too slow to matter
      *>   P  projected - CS-BREACH-DATE is when the fit meets the limit
      *>   T  the fitted line is already at the limit
      *>   R  the limit was reached on a date in the window
01  CAP-SERIES-RESULTS.
    05 CS-RESULT OCCURS 13 TIMES.
        10 CS-POINTS                PIC 9(3).
        10 CS-PEAK                  PIC 9(9).
        10 CS-PEAK-DATE             PIC 9(8).
        10 CS-LATEST                PIC 9(9).
        10 CS-SLOPE                 PIC S9(9)V9(4).
        10 CS-FIT-NOW               PIC S9(11)V9(2).
        10 CS-LIMIT                 PIC 9(9).
        10 CS-STATE                 PIC X.
            88 CS-NO-DATA           VALUE 'N'.
            88 CS-TOO-FEW           VALUE 'F'.
            88 CS-NOT-GROWING       VALUE 'G'.
            88 CS-PROJECTED         VALUE 'P'.
            88 CS-AT-LIMIT-BY-TREND VALUE 'T'.
            88 CS-LIMIT-REACHED     VALUE 'R'.
        10 CS-DAYS-LEFT             PIC 9(5).
        10 CS-BREACH-DATE           PIC 9(8).
        10 CS-FLAG-SW               PIC X.
            88 CS-FLAGGED           VALUE 'Y'.

      *> Least-squares sums; x is the date's place in the window.
77  WS-FIT-N                        PIC 9(5) VALUE 0.
77  WS-SUM-X                        PIC 9(9) VALUE 0.
77  WS-SUM-XX                       PIC 9(12) VALUE 0.
77  WS-SUM-Y                        PIC 9(15) VALUE 0.
77  WS-SUM-XY                       PIC 9(18) VALUE 0.
77  WS-FIT-NUMER                    PIC S9(18) VALUE 0.
77  WS-FIT-DENOM                    PIC S9(18) VALUE 0.
77  WS-FIT-BASE                     PIC S9(11)V9(4) VALUE 0.
77  WS-DAYS-CALC                    PIC S9(9)V9(4) VALUE 0.
77  WS-DAYS-WHOLE                   PIC S9(9) VALUE 0.
77  WS-BREACH-INT                   PIC 9(8) VALUE 0.

      *> Day 1 report sequence and the CONTROL TOTALS token walk.
77  WS-SEQ-SCAN                     PIC 9(2) VALUE 0.
77  WS-RUN-SEQ                      PIC 9(2) VALUE 0.
77  WS-SEQ-CHAIN-SW                 PIC X VALUE 'L'.
    88 WS-SEQ-CHAIN-LIVE            VALUE 'L'.
    88 WS-SEQ-CHAIN-ENDED           VALUE 'E'.
77  WS-TOKEN                        PIC X(40) VALUE SPACES.
77  WS-TOKEN-IX                     PIC 9(2) VALUE 0.
77  WS-UNSTRING-PTR                 PIC 9(4) VALUE 1.
77  WS-CT-FOUND-SW                  PIC X VALUE 'N'.
    88 WS-CT-FOUND                  VALUE 'Y'.
    88 WS-CT-NOT-FOUND              VALUE 'N'.
77  WS-CT-READ                      PIC 9(7) VALUE 0.
77  WS-CT-REJECTED                  PIC 9(7) VALUE 0.
77  WS-CT-GRID                      PIC 9(7) VALUE 0.
77  WS-CT-GRID-SW                   PIC X VALUE 'N'.
77  WS-CT-PENDING-SW                PIC X VALUE 'N'.
77  WS-PART-IX                      PIC 9 VALUE 0.
77  WS-PART-HIGHEST                 PIC 9 VALUE 0.
77  WS-RANGE-OFFSET                 PIC 9(3) VALUE 0.
77  WS-RANGE-SPAN                   PIC 9(3) VALUE 0.
01  WS-RANGE-TO-DATE                PIC 9(8) VALUE 0.
01  WS-RANGE-TO-DATE-X REDEFINES WS-RANGE-TO-DATE PIC X(8).

      *> Stream log timing: the first ATTEMPT and the last STREAM
      *> ENDED of the date's log.
77  WS-STREAM-START-SW              PIC X VALUE 'N'.
    88 WS-STREAM-STARTED            VALUE 'Y'.
77  WS-STREAM-END-SW                PIC X VALUE 'N'.
    88 WS-STREAM-ENDED              VALUE 'Y'.
77  WS-STREAM-START-TIME            PIC 9(6) VALUE 0.
77  WS-STREAM-END-TIME              PIC 9(6) VALUE 0.

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
77  WS-START-SECONDS                PIC 9(12) VALUE 0.
77  WS-END-SECONDS                  PIC 9(12) VALUE 0.
77  WS-ELAPSED-SECONDS              PIC 9(12) VALUE 0.
77  WS-ELAPSED-MINUTES              PIC 9(9) VALUE 0.
77  WS-HIST-RECORDS                 PIC 9(7) VALUE 0.

      *> Run-parameter table fill, measured off the dataset itself.
77  WS-PARM-KEY-LINES               PIC 9(5) VALUE 0.
77  WS-PARM-PCT                     PIC 9(5) VALUE 0.
77  WS-PARM-KEY                     PIC X(30) VALUE SPACES.
77  WS-PARM-VALUE                   PIC X(100) VALUE SPACES.
77  WS-PARM-STATE                   PIC X(20) VALUE SPACES.

77  WS-FLAGGED-LIMITS               PIC 9(2) VALUE 0.
77  WS-REACHED-LIMITS               PIC 9(2) VALUE 0.
77  WS-DAYS-WITH-DATA               PIC 9(3) VALUE 0.
77  WS-DAY-HAS-DATA-SW              PIC X VALUE 'N'.
    88 WS-DAY-HAS-DATA              VALUE 'Y'.

77  WS-LINE-PTR                     PIC 9(4) VALUE 1.
77  WS-CELL-EDITED                  PIC Z(7)9.
77  WS-COUNT-EDITED                 PIC ZZ9.
77  WS-PCT-EDITED                   PIC Z(4)9.
77  WS-BIG-EDITED                   PIC Z(8)9.
77  WS-LIMIT-EDITED                 PIC Z(8)9.
77  WS-FIT-EDITED                   PIC -(9)9.
77  WS-SLOPE-EDITED                 PIC -(7)9.99.
77  WS-FIT-TEXT                     PIC X(10) VALUE SPACES.
77  WS-STATE-TEXT                   PIC X(24) VALUE SPACES.
77  WS-FLAG-TEXT                    PIC X(16) VALUE SPACES.

COPY 'runhist_working_storage.cpy'.
COPY 'runparm_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
        PERFORM LOAD-PARM-DATASET
        PERFORM DETERMINE-CAPACITY-PARMS
        PERFORM BUILD-WINDOW-DAYS
        PERFORM GATHER-WINDOW-HISTORY
        PERFORM GATHER-DAILY-FIGURES
        PERFORM GATHER-RANGE-RUNS
        PERFORM MEASURE-PARM-TABLE

        PERFORM VARYING WS-SER-IX FROM 1 BY 1
                UNTIL WS-SER-IX > WS-SERIES-COUNT
            PERFORM FIT-ONE-SERIES
            PERFORM PROJECT-ONE-LIMIT
        END-PERFORM

        OPEN OUTPUT reportFile
        PERFORM WRITE-CAPACITY-HEADING
        PERFORM WRITE-PARAMETER-ECHO
        PERFORM WRITE-DAILY-SECTION
        PERFORM WRITE-TREND-SECTION
        PERFORM WRITE-LIMIT-SECTION
        CLOSE reportFile

        IF WS-FLAGGED-LIMITS > 0
            MOVE 4 TO WS-CAP-CC
        END-IF
        IF WS-REACHED-LIMITS > 0
            MOVE 8 TO WS-CAP-CC
        END-IF

        DISPLAY "CAPACITYREPORT: " WS-DAYS-WITH-DATA
            " dates with figures, " WS-FLAGGED-LIMITS
            " limits flagged within " WS-HORIZON-DAYS " days, "
            WS-REACHED-LIMITS " already reached - see "
            FUNCTION TRIM(WS-CAP-REPORT-FILENAME)
        MOVE WS-CAP-CC TO RETURN-CODE
        STOP RUN.

      *> The window defaults to the 90 days ending today; the horizon
      *> is counted forward from today.
    DETERMINE-CAPACITY-PARMS.
        ACCEPT WS-TODAY FROM DATE YYYYMMDD
        COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
        MOVE 0 TO WS-CAP-CC

        MOVE "DL100_CAPACITY_TO_DATE" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-TO-PARM
        IF WS-TO-PARM = SPACES
            MOVE WS-TODAY TO WS-TO-DATE
        ELSE
            IF FUNCTION TEST-NUMVAL(WS-TO-PARM) NOT = 0
                DISPLAY "CAPACITYREPORT: DL100_CAPACITY_TO_DATE '"
                    FUNCTION TRIM(WS-TO-PARM) "' is not a date"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-TO-PARM) TO WS-TO-DATE
        END-IF
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
            DISPLAY "CAPACITYREPORT: window end " WS-TO-DATE-X
                " is not a valid date"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF

        MOVE 90 TO WS-WINDOW-DAYS
        MOVE "DL100_CAPACITY_DAYS" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-NUMBER-PARM
        IF WS-NUMBER-PARM NOT = SPACES
            IF FUNCTION TEST-NUMVAL(WS-NUMBER-PARM) NOT = 0
                    OR FUNCTION NUMVAL(WS-NUMBER-PARM) < 1
                DISPLAY "CAPACITYREPORT: DL100_CAPACITY_DAYS '"
                    FUNCTION TRIM(WS-NUMBER-PARM)
                    "' is not a number of days"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            IF FUNCTION NUMVAL(WS-NUMBER-PARM) > WS-WINDOW-LIMIT
                MOVE WS-WINDOW-LIMIT TO WS-WINDOW-DAYS
                DISPLAY "CAPACITYREPORT: window limited to "
                    WS-WINDOW-LIMIT " days"
            ELSE
                MOVE FUNCTION NUMVAL(WS-NUMBER-PARM) TO WS-WINDOW-DAYS
            END-IF
        END-IF
        COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
        COMPUTE WS-FROM-INT = WS-TO-INT - WS-WINDOW-DAYS + 1
        MOVE FUNCTION DATE-OF-INTEGER(WS-FROM-INT) TO WS-FROM-DATE

        MOVE "DL100_CAPACITY_HORIZON_DAYS" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-NUMBER-PARM
        IF WS-NUMBER-PARM NOT = SPACES
            IF FUNCTION TEST-NUMVAL(WS-NUMBER-PARM) NOT = 0
                    OR FUNCTION NUMVAL(WS-NUMBER-PARM) < 1
                    OR FUNCTION NUMVAL(WS-NUMBER-PARM) > 3660
                DISPLAY "CAPACITYREPORT: DL100_CAPACITY_HORIZON_DAYS '"
                    FUNCTION TRIM(WS-NUMBER-PARM)
                    "' is not 1 to 3660 days"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-NUMBER-PARM) TO WS-HORIZON-DAYS
        END-IF
        COMPUTE WS-HORIZON-INT = WS-TODAY-INT + WS-HORIZON-DAYS

        MOVE "DL100_CAPACITY_WARN_PCT" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-NUMBER-PARM
        IF WS-NUMBER-PARM NOT = SPACES
            IF FUNCTION TEST-NUMVAL(WS-NUMBER-PARM) NOT = 0
                    OR FUNCTION NUMVAL(WS-NUMBER-PARM) < 1
                    OR FUNCTION NUMVAL(WS-NUMBER-PARM) > 100
                DISPLAY "CAPACITYREPORT: DL100_CAPACITY_WARN_PCT '"
                    FUNCTION TRIM(WS-NUMBER-PARM)
                    "' is not a percentage"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-NUMBER-PARM) TO WS-WARN-PCT
        END-IF

        MOVE "DL100_BATCH_WINDOW_MINUTES" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-NUMBER-PARM
        IF WS-NUMBER-PARM NOT = SPACES
            IF FUNCTION TEST-NUMVAL(WS-NUMBER-PARM) NOT = 0
                    OR FUNCTION NUMVAL(WS-NUMBER-PARM) < 1
                    OR FUNCTION NUMVAL(WS-NUMBER-PARM) > 1440
                DISPLAY "CAPACITYREPORT: DL100_BATCH_WINDOW_MINUTES '"
                    FUNCTION TRIM(WS-NUMBER-PARM)
                    "' is not 1 to 1440 minutes"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-NUMBER-PARM)
                TO WS-BATCH-WINDOW-MINUTES
        END-IF

        MOVE "DL100_HISTORY_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-HISTORY-FILENAME
        IF WS-HISTORY-FILENAME = SPACES
            MOVE "runhist.dat" TO WS-HISTORY-FILENAME
        END-IF

        MOVE SPACES TO WS-CAP-REPORT-FILENAME
        STRING "capreport_" WS-TODAY-X ".txt"
            DELIMITED BY SIZE INTO WS-CAP-REPORT-FILENAME

        DISPLAY "CAPACITYREPORT: window " WS-FROM-DATE-X " TO "
            WS-TO-DATE-X " (" WS-WINDOW-DAYS " days), horizon "
            WS-HORIZON-DAYS " days".

    BUILD-WINDOW-DAYS.
        INITIALIZE CAP-DAY-TABLE
        INITIALIZE CAP-SERIES-RESULTS
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-WINDOW-DAYS
            COMPUTE WS-DATE-INT = WS-FROM-INT + WS-DAY-IX - 1
            MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                TO CD-DATE(WS-DAY-IX)
            MOVE 'N' TO CD-HIST-TIMED(WS-DAY-IX)
            PERFORM VARYING WS-SER-IX FROM 1 BY 1
                    UNTIL WS-SER-IX > WS-SERIES-COUNT
                MOVE 'N' TO CD-HAS(WS-DAY-IX, WS-SER-IX)
            END-PERFORM
        END-PERFORM

        PERFORM VARYING WS-SER-IX FROM 1 BY 1
                UNTIL WS-SER-IX > WS-SERIES-COUNT
            EVALUATE CS-LIMIT-KIND(WS-SER-IX)
                WHEN 'G'
                    MOVE WS-GRID-ROW-LIMIT TO CS-LIMIT(WS-SER-IX)
                WHEN 'P'
                    MOVE WS-PART-LIMIT TO CS-LIMIT(WS-SER-IX)
                WHEN 'R'
                    MOVE WS-RANGE-DAY-LIMIT TO CS-LIMIT(WS-SER-IX)
                WHEN 'W'
                    MOVE WS-BATCH-WINDOW-MINUTES TO CS-LIMIT(WS-SER-IX)
                WHEN OTHER
                    MOVE 0 TO CS-LIMIT(WS-SER-IX)
            END-EVALUATE
        END-PERFORM.

      *> Run times come off the keyed history: one START at the
      *> window's first date and a forward read past its last.
      *> Reversed runs and release events carry no run time.
    GATHER-WINDOW-HISTORY.
        OPEN INPUT historyFile
        IF WS-HIST-FILE-STATUS NOT = "00"
            DISPLAY "CAPACITYREPORT: no run history "
                FUNCTION TRIM(WS-HISTORY-FILENAME)
                " - nothing to project"
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
        MOVE 0 TO WS-SER-IX
        IF RH-RUN-EVENT AND RH-HAS-TIMING AND NOT RH-REVERSED
            EVALUATE RH-PROGRAM
                WHEN "Day1Driver"
                    MOVE 5 TO WS-SER-IX
                WHEN "Day2Driver"
                    MOVE 8 TO WS-SER-IX
                WHEN "Day3Driver"
                    MOVE 11 TO WS-SER-IX
            END-EVALUATE
        END-IF

        IF WS-SER-IX > 0
            COMPUTE WS-DAY-IX =
                FUNCTION INTEGER-OF-DATE(RH-RUN-DATE) - WS-FROM-INT + 1
            MOVE RH-STARTED-ON TO WS-CLK-DATE
            MOVE RH-STARTED-AT TO WS-CLK-TIME
            PERFORM CLOCK-TO-SECONDS
            MOVE WS-CLK-SECONDS TO WS-START-SECONDS
            MOVE RH-COMPLETED-ON TO WS-CLK-DATE
            MOVE RH-COMPLETED-AT TO WS-CLK-TIME
            PERFORM CLOCK-TO-SECONDS
            MOVE WS-CLK-SECONDS TO WS-END-SECONDS
            IF WS-END-SECONDS >= WS-START-SECONDS
                PERFORM TAKE-TIMED-RUN
            END-IF
        END-IF.

      *> The longest run of the date stands for the feed; the first
      *> start and the last finish across feeds bound the batch
      *> when the stream log is not there to say.
    TAKE-TIMED-RUN.
        COMPUTE WS-ELAPSED-MINUTES =
            (WS-END-SECONDS - WS-START-SECONDS) / 60
        IF CD-HAS(WS-DAY-IX, WS-SER-IX) = 'N'
                OR WS-ELAPSED-MINUTES > CD-VALUE(WS-DAY-IX, WS-SER-IX)
            MOVE 'Y' TO CD-HAS(WS-DAY-IX, WS-SER-IX)
            MOVE WS-ELAPSED-MINUTES TO CD-VALUE(WS-DAY-IX, WS-SER-IX)
        END-IF

        IF CD-HIST-TIMED(WS-DAY-IX) = 'N'
            MOVE 'Y' TO CD-HIST-TIMED(WS-DAY-IX)
            MOVE WS-START-SECONDS TO CD-HIST-FIRST-START(WS-DAY-IX)
            MOVE WS-END-SECONDS TO CD-HIST-LAST-END(WS-DAY-IX)
        ELSE
            IF WS-START-SECONDS < CD-HIST-FIRST-START(WS-DAY-IX)
                MOVE WS-START-SECONDS TO CD-HIST-FIRST-START(WS-DAY-IX)
            END-IF
            IF WS-END-SECONDS > CD-HIST-LAST-END(WS-DAY-IX)
                MOVE WS-END-SECONDS TO CD-HIST-LAST-END(WS-DAY-IX)
            END-IF
        END-IF.

    GATHER-DAILY-FIGURES.
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-WINDOW-DAYS
            MOVE CD-DATE(WS-DAY-IX) TO WS-RUN-DATE
            PERFORM GATHER-DAY1-FIGURES
            PERFORM GATHER-DAY2-FIGURES
            PERFORM GATHER-DAY3-FIGURES
            PERFORM COUNT-EXTRACT-PARTS
            PERFORM GATHER-BATCH-TIME
        END-PERFORM.

      *> A rerun's report supersedes the first run's, so the highest
      *> _Rnn report present is the one that counts.
    GATHER-DAY1-FIGURES.
        MOVE 0 TO WS-RUN-SEQ
        MOVE 0 TO WS-SEQ-SCAN
        SET WS-SEQ-CHAIN-LIVE TO TRUE
        PERFORM UNTIL WS-SEQ-CHAIN-ENDED OR WS-SEQ-SCAN >= 99
            ADD 1 TO WS-SEQ-SCAN
            MOVE SPACES TO WS-PROBE-FILENAME
            STRING "report_" WS-RUN-DATE-X
                   "_R" WS-SEQ-SCAN ".txt"
                DELIMITED BY SIZE INTO WS-PROBE-FILENAME
            PERFORM PROBE-ONE-FILE
            IF WS-PROBE-EXISTS
                MOVE WS-SEQ-SCAN TO WS-RUN-SEQ
            ELSE
                SET WS-SEQ-CHAIN-ENDED TO TRUE
            END-IF
        END-PERFORM

        MOVE SPACES TO WS-PROBE-FILENAME
        IF WS-RUN-SEQ > 0
            STRING "report_" WS-RUN-DATE-X
                   "_R" WS-RUN-SEQ ".txt"
                DELIMITED BY SIZE INTO WS-PROBE-FILENAME
        ELSE
            STRING "report_" WS-RUN-DATE-X ".txt"
                DELIMITED BY SIZE INTO WS-PROBE-FILENAME
        END-IF
        PERFORM PARSE-CONTROL-TOTALS
        IF WS-CT-FOUND
            MOVE 'Y' TO CD-HAS(WS-DAY-IX, 1)
            MOVE WS-CT-READ TO CD-VALUE(WS-DAY-IX, 1)
            MOVE 'Y' TO CD-HAS(WS-DAY-IX, 2)
            MOVE WS-CT-REJECTED TO CD-VALUE(WS-DAY-IX, 2)
            IF WS-CT-GRID-SW = 'Y'
                MOVE 'Y' TO CD-HAS(WS-DAY-IX, 3)
                MOVE WS-CT-GRID TO CD-VALUE(WS-DAY-IX, 3)
            END-IF
        END-IF.

    GATHER-DAY2-FIGURES.
        MOVE SPACES TO WS-PROBE-FILENAME
        STRING "day2_report_" WS-RUN-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-PROBE-FILENAME
        PERFORM PARSE-CONTROL-TOTALS
        IF WS-CT-FOUND
            MOVE 'Y' TO CD-HAS(WS-DAY-IX, 6)
            MOVE WS-CT-READ TO CD-VALUE(WS-DAY-IX, 6)
            MOVE 'Y' TO CD-HAS(WS-DAY-IX, 7)
            MOVE WS-CT-REJECTED TO CD-VALUE(WS-DAY-IX, 7)
        END-IF.

    GATHER-DAY3-FIGURES.
        MOVE SPACES TO WS-PROBE-FILENAME
        STRING "day3_report_" WS-RUN-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-PROBE-FILENAME
        PERFORM PARSE-CONTROL-TOTALS
        IF WS-CT-FOUND
            MOVE 'Y' TO CD-HAS(WS-DAY-IX, 9)
            MOVE WS-CT-READ TO CD-VALUE(WS-DAY-IX, 9)
            MOVE 'Y' TO CD-HAS(WS-DAY-IX, 10)
            MOVE WS-CT-REJECTED TO CD-VALUE(WS-DAY-IX, 10)
        END-IF.

      *> The highest suffix present is the slot the feed reached; a
      *> single unsplit extract uses one.
    COUNT-EXTRACT-PARTS.
        MOVE 0 TO WS-PART-HIGHEST
        PERFORM VARYING WS-PART-IX FROM 1 BY 1
                UNTIL WS-PART-IX > WS-PART-LIMIT
            MOVE SPACES TO WS-PROBE-FILENAME
            STRING "input_" WS-RUN-DATE-X "_"
                   WS-PART-SUFFIXES(WS-PART-IX:1)
                   ".txt"
                DELIMITED BY SIZE INTO WS-PROBE-FILENAME
            PERFORM PROBE-ONE-FILE
            IF WS-PROBE-EXISTS
                MOVE WS-PART-IX TO WS-PART-HIGHEST
            END-IF
        END-PERFORM
        IF WS-PART-HIGHEST = 0
            MOVE SPACES TO WS-PROBE-FILENAME
            STRING "input_" WS-RUN-DATE-X ".txt"
                DELIMITED BY SIZE INTO WS-PROBE-FILENAME
            PERFORM PROBE-ONE-FILE
            IF WS-PROBE-EXISTS
                MOVE 1 TO WS-PART-HIGHEST
            END-IF
        END-IF
        IF WS-PART-HIGHEST > 0
            MOVE 'Y' TO CD-HAS(WS-DAY-IX, 4)
            MOVE WS-PART-HIGHEST TO CD-VALUE(WS-DAY-IX, 4)
        END-IF.

      *> The stream log is the batch's own clock. A stream that ends
      *> before it started crossed midnight.
    GATHER-BATCH-TIME.
        MOVE 'N' TO WS-STREAM-START-SW
        MOVE 'N' TO WS-STREAM-END-SW
        MOVE SPACES TO WS-PROBE-FILENAME
        STRING "jobstream_" WS-RUN-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-PROBE-FILENAME
        OPEN INPUT probeFile
        IF WS-PROBE-FILE-STATUS NOT = "00"
            CLOSE probeFile
        ELSE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ probeFile INTO probeFileRecord
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        PERFORM EXAMINE-STREAM-LINE
                END-READ
            END-PERFORM
            CLOSE probeFile
        END-IF

        IF WS-STREAM-STARTED AND WS-STREAM-ENDED
            MOVE WS-RUN-DATE TO WS-CLK-DATE
            MOVE WS-STREAM-START-TIME TO WS-CLK-TIME
            PERFORM CLOCK-TO-SECONDS
            MOVE WS-CLK-SECONDS TO WS-START-SECONDS
            MOVE WS-STREAM-END-TIME TO WS-CLK-TIME
            PERFORM CLOCK-TO-SECONDS
            MOVE WS-CLK-SECONDS TO WS-END-SECONDS
            IF WS-END-SECONDS < WS-START-SECONDS
                ADD 86400 TO WS-END-SECONDS
            END-IF
        ELSE
            IF CD-HIST-TIMED(WS-DAY-IX) = 'Y'
                MOVE CD-HIST-FIRST-START(WS-DAY-IX) TO WS-START-SECONDS
                MOVE CD-HIST-LAST-END(WS-DAY-IX) TO WS-END-SECONDS
            END-IF
        END-IF

        IF (WS-STREAM-STARTED AND WS-STREAM-ENDED)
                OR CD-HIST-TIMED(WS-DAY-IX) = 'Y'
            MOVE 'Y' TO CD-HAS(WS-DAY-IX, 12)
            COMPUTE CD-VALUE(WS-DAY-IX, 12) =
                (WS-END-SECONDS - WS-START-SECONDS) / 60
        END-IF.

    EXAMINE-STREAM-LINE.
        IF probeFileRecord(1:8) = "ATTEMPT "
                AND NOT WS-STREAM-STARTED
                AND probeFileRecord(18:6) IS NUMERIC
            SET WS-STREAM-STARTED TO TRUE
            MOVE probeFileRecord(18:6) TO WS-STREAM-START-TIME
        END-IF
        IF probeFileRecord(1:13) = "STREAM ENDED "
                AND probeFileRecord(14:6) IS NUMERIC
            SET WS-STREAM-ENDED TO TRUE
            MOVE probeFileRecord(14:6) TO WS-STREAM-END-TIME
        END-IF.

      *> A range run leaves summary_<from>_<to>.txt; the days it
      *> asked for are the span of the name, whether or not the
      *> table let it run them all. Ranges are placed on the window
      *> by their from-date; the widest range starting on a date
      *> stands for it.
    GATHER-RANGE-RUNS.
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-WINDOW-DAYS
            MOVE CD-DATE(WS-DAY-IX) TO WS-RUN-DATE
            COMPUTE WS-DATE-INT = WS-FROM-INT + WS-DAY-IX - 1
            PERFORM VARYING WS-RANGE-OFFSET FROM 0 BY 1
                    UNTIL WS-RANGE-OFFSET >= WS-RANGE-PROBE-DAYS
                MOVE FUNCTION DATE-OF-INTEGER(
                        WS-DATE-INT + WS-RANGE-OFFSET)
                    TO WS-RANGE-TO-DATE
                MOVE SPACES TO WS-PROBE-FILENAME
                STRING "summary_" WS-RUN-DATE-X "_"
                       WS-RANGE-TO-DATE-X ".txt"
                    DELIMITED BY SIZE INTO WS-PROBE-FILENAME
                PERFORM PROBE-ONE-FILE
                IF WS-PROBE-EXISTS
                    COMPUTE WS-RANGE-SPAN = WS-RANGE-OFFSET + 1
                    MOVE 'Y' TO CD-HAS(WS-DAY-IX, 13)
                    MOVE WS-RANGE-SPAN TO CD-VALUE(WS-DAY-IX, 13)
                END-IF
            END-PERFORM
        END-PERFORM.

      *> Counted the way LOAD-PARM-DATASET takes them: a line with a
      *> key and a value that is not a comment.
    MEASURE-PARM-TABLE.
        MOVE 0 TO WS-PARM-KEY-LINES
        OPEN INPUT parmFile
        IF WS-PARM-FILE-STATUS NOT = "00"
            CLOSE parmFile
        ELSE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ parmFile INTO parmFileRecord
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        PERFORM COUNT-PARM-LINE
                END-READ
            END-PERFORM
            CLOSE parmFile
        END-IF

        COMPUTE WS-PARM-PCT =
            (WS-PARM-KEY-LINES * 100) / WS-RP-MAX-ENTRIES
        EVALUATE TRUE
            WHEN WS-PARM-KEY-LINES >= WS-RP-MAX-ENTRIES
                MOVE "LIMIT REACHED" TO WS-PARM-STATE
                ADD 1 TO WS-REACHED-LIMITS
            WHEN WS-PARM-PCT >= WS-WARN-PCT
                MOVE "NEAR LIMIT" TO WS-PARM-STATE
                ADD 1 TO WS-FLAGGED-LIMITS
            WHEN OTHER
                MOVE "WITHIN LIMIT" TO WS-PARM-STATE
        END-EVALUATE.

    COUNT-PARM-LINE.
        MOVE SPACES TO WS-PARM-KEY
        MOVE SPACES TO WS-PARM-VALUE
        UNSTRING FUNCTION TRIM(parmFileRecord)
            DELIMITED BY ALL SPACE
            INTO WS-PARM-KEY, WS-PARM-VALUE
        END-UNSTRING
        IF WS-PARM-KEY NOT = SPACES AND WS-PARM-VALUE NOT = SPACES
                AND WS-PARM-KEY(1:1) NOT = "*"
            ADD 1 TO WS-PARM-KEY-LINES
        END-IF.

      *> Least squares over the dates that have a figure:
      *>   slope = (n.Sxy - Sx.Sy) / (n.Sxx - Sx.Sx)
      *>   base  = (Sy - slope.Sx) / n
      *> and the fit at the window's last date is base + slope.days.
    FIT-ONE-SERIES.
        MOVE 0 TO WS-FIT-N
        MOVE 0 TO WS-SUM-X
        MOVE 0 TO WS-SUM-XX
        MOVE 0 TO WS-SUM-Y
        MOVE 0 TO WS-SUM-XY
        MOVE 0 TO CS-PEAK(WS-SER-IX)
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-WINDOW-DAYS
            IF CD-HAS(WS-DAY-IX, WS-SER-IX) = 'Y'
                ADD 1 TO WS-FIT-N
                ADD WS-DAY-IX TO WS-SUM-X
                COMPUTE WS-SUM-XX = WS-SUM-XX + WS-DAY-IX * WS-DAY-IX
                ADD CD-VALUE(WS-DAY-IX, WS-SER-IX) TO WS-SUM-Y
                COMPUTE WS-SUM-XY = WS-SUM-XY
                    + WS-DAY-IX * CD-VALUE(WS-DAY-IX, WS-SER-IX)
                MOVE CD-VALUE(WS-DAY-IX, WS-SER-IX)
                    TO CS-LATEST(WS-SER-IX)
                IF CD-VALUE(WS-DAY-IX, WS-SER-IX) >= CS-PEAK(WS-SER-IX)
                    MOVE CD-VALUE(WS-DAY-IX, WS-SER-IX)
                        TO CS-PEAK(WS-SER-IX)
                    MOVE CD-DATE(WS-DAY-IX) TO CS-PEAK-DATE(WS-SER-IX)
                END-IF
            END-IF
        END-PERFORM
        MOVE WS-FIT-N TO CS-POINTS(WS-SER-IX)

        COMPUTE WS-FIT-DENOM = WS-FIT-N * WS-SUM-XX - WS-SUM-X * WS-SUM-X
        EVALUATE TRUE
            WHEN WS-FIT-N = 0
                SET CS-NO-DATA(WS-SER-IX) TO TRUE
            WHEN WS-FIT-N < WS-MIN-POINTS OR WS-FIT-DENOM = 0
                SET CS-TOO-FEW(WS-SER-IX) TO TRUE
            WHEN OTHER
                COMPUTE WS-FIT-NUMER =
                    WS-FIT-N * WS-SUM-XY - WS-SUM-X * WS-SUM-Y
                COMPUTE CS-SLOPE(WS-SER-IX) ROUNDED =
                    WS-FIT-NUMER / WS-FIT-DENOM
                COMPUTE WS-FIT-BASE ROUNDED =
                    WS-SUM-Y / WS-FIT-N
                    - CS-SLOPE(WS-SER-IX) * WS-SUM-X / WS-FIT-N
                COMPUTE CS-FIT-NOW(WS-SER-IX) ROUNDED =
                    WS-FIT-BASE + CS-SLOPE(WS-SER-IX) * WS-WINDOW-DAYS
                IF CS-SLOPE(WS-SER-IX) > 0
                    SET CS-PROJECTED(WS-SER-IX) TO TRUE
                ELSE
                    SET CS-NOT-GROWING(WS-SER-IX) TO TRUE
                END-IF
        END-EVALUATE.

      *> A limit reached on any date of the window outranks the
      *> trend. Otherwise a growing fit is run forward to the limit;
      *> more than a hundred years out is taken as no growth.
    PROJECT-ONE-LIMIT.
        MOVE 'N' TO CS-FLAG-SW(WS-SER-IX)
        IF CS-LIMIT-KIND(WS-SER-IX) NOT = SPACE
                AND NOT CS-NO-DATA(WS-SER-IX)
            IF CS-PEAK(WS-SER-IX) >= CS-LIMIT(WS-SER-IX)
                SET CS-LIMIT-REACHED(WS-SER-IX) TO TRUE
                SET CS-FLAGGED(WS-SER-IX) TO TRUE
                ADD 1 TO WS-REACHED-LIMITS
            ELSE
                IF CS-PROJECTED(WS-SER-IX)
                    PERFORM PROJECT-BREACH-DATE
                END-IF
            END-IF
        END-IF.

    PROJECT-BREACH-DATE.
        IF CS-FIT-NOW(WS-SER-IX) >= CS-LIMIT(WS-SER-IX)
            SET CS-AT-LIMIT-BY-TREND(WS-SER-IX) TO TRUE
            MOVE 0 TO CS-DAYS-LEFT(WS-SER-IX)
            MOVE WS-TO-DATE TO CS-BREACH-DATE(WS-SER-IX)
            SET CS-FLAGGED(WS-SER-IX) TO TRUE
            ADD 1 TO WS-FLAGGED-LIMITS
        ELSE
            COMPUTE WS-DAYS-CALC =
                (CS-LIMIT(WS-SER-IX) - CS-FIT-NOW(WS-SER-IX))
                / CS-SLOPE(WS-SER-IX)
            MOVE WS-DAYS-CALC TO WS-DAYS-WHOLE
            IF WS-DAYS-CALC > WS-DAYS-WHOLE
                ADD 1 TO WS-DAYS-WHOLE
            END-IF
            IF WS-DAYS-WHOLE > 36500
                SET CS-NOT-GROWING(WS-SER-IX) TO TRUE
            ELSE
                MOVE WS-DAYS-WHOLE TO CS-DAYS-LEFT(WS-SER-IX)
                COMPUTE WS-BREACH-INT = WS-TO-INT + WS-DAYS-WHOLE
                MOVE FUNCTION DATE-OF-INTEGER(WS-BREACH-INT)
                    TO CS-BREACH-DATE(WS-SER-IX)
                IF WS-BREACH-INT <= WS-HORIZON-INT
                    SET CS-FLAGGED(WS-SER-IX) TO TRUE
                    ADD 1 TO WS-FLAGGED-LIMITS
                END-IF
            END-IF
        END-IF.

    CLOCK-TO-SECONDS.
        COMPUTE WS-CLK-SECONDS =
            FUNCTION INTEGER-OF-DATE(WS-CLK-DATE) * 86400
            + WS-CLK-HH * 3600 + WS-CLK-MM * 60 + WS-CLK-SS.

    PARSE-CONTROL-TOTALS.
        SET WS-CT-NOT-FOUND TO TRUE
        MOVE 0 TO WS-CT-READ
        MOVE 0 TO WS-CT-REJECTED
        MOVE 0 TO WS-CT-GRID
        MOVE 'N' TO WS-CT-GRID-SW
        MOVE 'N' TO WS-CT-PENDING-SW

        OPEN INPUT probeFile
        IF WS-PROBE-FILE-STATUS NOT = "00"
            CLOSE probeFile
        ELSE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ probeFile INTO probeFileRecord
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        PERFORM EXAMINE-REPORT-LINE
                END-READ
            END-PERFORM
            CLOSE probeFile
        END-IF.

    EXAMINE-REPORT-LINE.
        IF probeFileRecord(1:14) = "RECORDS READ: "
            SET WS-CT-FOUND TO TRUE
            MOVE 'N' TO WS-CT-PENDING-SW
            MOVE 1 TO WS-UNSTRING-PTR
            MOVE 0 TO WS-TOKEN-IX
            PERFORM EXTRACT-REPORT-TOKEN
            PERFORM UNTIL WS-TOKEN = SPACES OR WS-TOKEN-IX > 20
                ADD 1 TO WS-TOKEN-IX
                PERFORM APPLY-REPORT-TOKEN
                PERFORM EXTRACT-REPORT-TOKEN
            END-PERFORM
        END-IF.

    EXTRACT-REPORT-TOKEN.
        MOVE SPACES TO WS-TOKEN
        IF WS-UNSTRING-PTR <= FUNCTION LENGTH(probeFileRecord)
            UNSTRING probeFileRecord DELIMITED BY ALL SPACE
                INTO WS-TOKEN
                WITH POINTER WS-UNSTRING-PTR
            END-UNSTRING
        END-IF.

      *> "RECORDS READ: n  TABLE CAPACITY USED: n  OF 5000  RECORDS
      *> REJECTED: n", or "ROWS PROCESSED: n" on the large-extract
      *> path - a numeric token lands in whichever figure the
      *> preceding keyword opened.
    APPLY-REPORT-TOKEN.
        EVALUATE TRUE
            WHEN WS-TOKEN = "READ:"
                MOVE 'R' TO WS-CT-PENDING-SW
            WHEN WS-TOKEN = "REJECTED:"
                MOVE 'J' TO WS-CT-PENDING-SW
            WHEN WS-TOKEN = "USED:" OR WS-TOKEN = "PROCESSED:"
                MOVE 'G' TO WS-CT-PENDING-SW
            WHEN FUNCTION TEST-NUMVAL(WS-TOKEN) = 0
                IF WS-CT-PENDING-SW = 'R'
                    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-CT-READ
                END-IF
                IF WS-CT-PENDING-SW = 'J'
                    MOVE FUNCTION NUMVAL(WS-TOKEN)
                        TO WS-CT-REJECTED
                END-IF
                IF WS-CT-PENDING-SW = 'G'
                    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-CT-GRID
                    MOVE 'Y' TO WS-CT-GRID-SW
                END-IF
                MOVE 'N' TO WS-CT-PENDING-SW
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

    PROBE-ONE-FILE.
        SET WS-PROBE-ABSENT TO TRUE
        OPEN INPUT probeFile
        IF WS-PROBE-FILE-STATUS = "00"
            SET WS-PROBE-EXISTS TO TRUE
        END-IF
        CLOSE probeFile.

    WRITE-CAPACITY-HEADING.
        MOVE SPACES TO reportFileRecord
        STRING "CAPACITY FORECAST  WINDOW " WS-FROM-DATE-X " TO "
               WS-TO-DATE-X "  PRODUCED " WS-TODAY-X
               "  HORIZON: " WS-HORIZON-DAYS " DAYS"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.

      *> One line per date that has any figure; a dash is a figure
      *> the date does not have.
    WRITE-DAILY-SECTION.
        MOVE SPACES TO reportFileRecord
        WRITE reportFileRecord
        MOVE "---- DAILY FIGURES ----" TO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "DATE       D1-READ   D1-REJ  D1-GRID D1-PARTS"
               "   D1-MIN  D2-READ   D2-REJ   D2-MIN  D3-READ"
               "   D3-REJ   D3-MIN  BAT-MIN RNG-DAYS"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE 0 TO WS-DAYS-WITH-DATA
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-WINDOW-DAYS
            MOVE 'N' TO WS-DAY-HAS-DATA-SW
            PERFORM VARYING WS-SER-IX FROM 1 BY 1
                    UNTIL WS-SER-IX > WS-SERIES-COUNT
                IF CD-HAS(WS-DAY-IX, WS-SER-IX) = 'Y'
                    SET WS-DAY-HAS-DATA TO TRUE
                END-IF
            END-PERFORM
            IF WS-DAY-HAS-DATA
                ADD 1 TO WS-DAYS-WITH-DATA
                PERFORM WRITE-DAILY-LINE
            END-IF
        END-PERFORM

        IF WS-DAYS-WITH-DATA = 0
            MOVE "  (NO FIGURES IN THE WINDOW)" TO reportFileRecord
            WRITE reportFileRecord
        END-IF.

    WRITE-DAILY-LINE.
        MOVE SPACES TO reportFileRecord
        MOVE 1 TO WS-LINE-PTR
        STRING CD-DATE(WS-DAY-IX) " "
            DELIMITED BY SIZE INTO reportFileRecord
            WITH POINTER WS-LINE-PTR
        PERFORM VARYING WS-SER-IX FROM 1 BY 1
                UNTIL WS-SER-IX > WS-SERIES-COUNT
            IF CD-HAS(WS-DAY-IX, WS-SER-IX) = 'Y'
                MOVE CD-VALUE(WS-DAY-IX, WS-SER-IX) TO WS-CELL-EDITED
                STRING " " WS-CELL-EDITED
                    DELIMITED BY SIZE INTO reportFileRecord
                    WITH POINTER WS-LINE-PTR
            ELSE
                STRING "        -"
                    DELIMITED BY SIZE INTO reportFileRecord
                    WITH POINTER WS-LINE-PTR
            END-IF
        END-PERFORM
        WRITE reportFileRecord.

      *> Every series, limited or not, with its fitted line: the
      *> growth per day and where the fit stands at the window's end.
    WRITE-TREND-SECTION.
        MOVE SPACES TO reportFileRecord
        WRITE reportFileRecord
        MOVE "---- GROWTH TRENDS ----" TO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "SERIES               PTS     LATEST       PEAK"
               " PEAK-ON   GROWTH/DAY  FITTED NOW"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        PERFORM VARYING WS-SER-IX FROM 1 BY 1
                UNTIL WS-SER-IX > WS-SERIES-COUNT
            MOVE CS-POINTS(WS-SER-IX) TO WS-COUNT-EDITED
            MOVE SPACES TO reportFileRecord
            EVALUATE TRUE
                WHEN CS-NO-DATA(WS-SER-IX)
                    STRING CS-NAME(WS-SER-IX) " " WS-COUNT-EDITED
                           "   (NO FIGURES)"
                        DELIMITED BY SIZE INTO reportFileRecord
                WHEN CS-TOO-FEW(WS-SER-IX)
                    MOVE CS-LATEST(WS-SER-IX) TO WS-CELL-EDITED
                    MOVE CS-PEAK(WS-SER-IX) TO WS-BIG-EDITED
                    STRING CS-NAME(WS-SER-IX) " " WS-COUNT-EDITED
                           "   " WS-CELL-EDITED "  " WS-BIG-EDITED
                           " " CS-PEAK-DATE(WS-SER-IX)
                           "   (TOO FEW POINTS TO FIT)"
                        DELIMITED BY SIZE INTO reportFileRecord
                WHEN OTHER
                    MOVE CS-LATEST(WS-SER-IX) TO WS-CELL-EDITED
                    MOVE CS-PEAK(WS-SER-IX) TO WS-BIG-EDITED
                    MOVE CS-SLOPE(WS-SER-IX) TO WS-SLOPE-EDITED
                    MOVE CS-FIT-NOW(WS-SER-IX) TO WS-FIT-EDITED
                    STRING CS-NAME(WS-SER-IX) " " WS-COUNT-EDITED
                           "   " WS-CELL-EDITED "  " WS-BIG-EDITED
                           " " CS-PEAK-DATE(WS-SER-IX)
                           "  " WS-SLOPE-EDITED "  " WS-FIT-EDITED
                        DELIMITED BY SIZE INTO reportFileRecord
            END-EVALUATE
            WRITE reportFileRecord
        END-PERFORM.

    WRITE-LIMIT-SECTION.
        MOVE SPACES TO reportFileRecord
        WRITE reportFileRecord
        MOVE "---- LIMIT PROJECTIONS ----" TO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "LIMIT                    LIMIT       PEAK  FITTED NOW"
               "  PROJECTION               BREACH ON DAYS LEFT"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        PERFORM VARYING WS-SER-IX FROM 1 BY 1
                UNTIL WS-SER-IX > WS-SERIES-COUNT
            IF CS-LIMIT-KIND(WS-SER-IX) NOT = SPACE
                PERFORM WRITE-LIMIT-LINE
            END-IF
        END-PERFORM

        MOVE WS-RP-MAX-ENTRIES TO WS-LIMIT-EDITED
        MOVE WS-PARM-KEY-LINES TO WS-BIG-EDITED
        MOVE WS-PARM-PCT TO WS-PCT-EDITED
        MOVE SPACES TO WS-FLAG-TEXT
        IF WS-PARM-STATE NOT = "WITHIN LIMIT"
            MOVE "*** FLAGGED ***" TO WS-FLAG-TEXT
        END-IF
        MOVE SPACES TO reportFileRecord
        STRING "RUN PARAMETERS       " WS-LIMIT-EDITED "  "
               WS-BIG-EDITED "           -  " WS-PARM-STATE
               "    " WS-PCT-EDITED "% OF TABLE - NO HISTORY  "
               WS-FLAG-TEXT
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE SPACES TO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "LIMITS FLAGGED WITHIN " WS-HORIZON-DAYS " DAYS: "
               WS-FLAGGED-LIMITS "  LIMITS ALREADY REACHED: "
               WS-REACHED-LIMITS
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.

    WRITE-LIMIT-LINE.
        MOVE CS-LIMIT(WS-SER-IX) TO WS-LIMIT-EDITED
        MOVE CS-PEAK(WS-SER-IX) TO WS-BIG-EDITED
        MOVE CS-FIT-NOW(WS-SER-IX) TO WS-FIT-EDITED
        MOVE SPACES TO WS-FLAG-TEXT
        IF CS-FLAGGED(WS-SER-IX)
            MOVE "*** FLAGGED ***" TO WS-FLAG-TEXT
        END-IF
        EVALUATE TRUE
            WHEN CS-NO-DATA(WS-SER-IX)
                MOVE "NO FIGURES" TO WS-STATE-TEXT
            WHEN CS-TOO-FEW(WS-SER-IX)
                MOVE "TOO FEW POINTS" TO WS-STATE-TEXT
            WHEN CS-NOT-GROWING(WS-SER-IX)
                MOVE "NOT GROWING" TO WS-STATE-TEXT
            WHEN CS-LIMIT-REACHED(WS-SER-IX)
                MOVE "LIMIT REACHED" TO WS-STATE-TEXT
            WHEN CS-AT-LIMIT-BY-TREND(WS-SER-IX)
                MOVE "TREND AT LIMIT" TO WS-STATE-TEXT
            WHEN CS-FLAGGED(WS-SER-IX)
                MOVE "BREACH WITHIN HORIZON" TO WS-STATE-TEXT
            WHEN OTHER
                MOVE "BREACH BEYOND HORIZON" TO WS-STATE-TEXT
        END-EVALUATE

        MOVE SPACES TO reportFileRecord
        IF CS-PROJECTED(WS-SER-IX) OR CS-AT-LIMIT-BY-TREND(WS-SER-IX)
            MOVE CS-DAYS-LEFT(WS-SER-IX) TO WS-BIG-EDITED
            MOVE CS-PEAK(WS-SER-IX) TO WS-CELL-EDITED
            STRING CS-NAME(WS-SER-IX) " " WS-LIMIT-EDITED "   "
                   WS-CELL-EDITED "  " WS-FIT-EDITED "  "
                   WS-STATE-TEXT "  " CS-BREACH-DATE(WS-SER-IX)
                   " " WS-BIG-EDITED "  " WS-FLAG-TEXT
                DELIMITED BY SIZE INTO reportFileRecord
        ELSE
            MOVE WS-FIT-EDITED TO WS-FIT-TEXT
            IF CS-NO-DATA(WS-SER-IX) OR CS-TOO-FEW(WS-SER-IX)
                MOVE "         -" TO WS-FIT-TEXT
            END-IF
            STRING CS-NAME(WS-SER-IX) " " WS-LIMIT-EDITED "  "
                   WS-BIG-EDITED "  " WS-FIT-TEXT "  "
                   WS-STATE-TEXT "         -         -  "
                   WS-FLAG-TEXT
                DELIMITED BY SIZE INTO reportFileRecord
        END-IF
        WRITE reportFileRecord.

    COPY 'runparm_load.cpy'.
