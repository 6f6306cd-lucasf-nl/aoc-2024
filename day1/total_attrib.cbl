      *> ---------------------------------------------------------------
      *> TOTAL_ATTRIB.CBL
      *>
      *> TotalAttribution explains a move in TOTAL and SIMSCORE between
      *> two Day1Driver run dates. The top-N variance list on the
      *> daily report only shows the later day's biggest rows; this
      *> rebuilds both sorted grids from the archived input extracts
      *> and breaks each change into parts that add back up to it:
      *>
      *>   IDS APPEARED         IDs in neither column the prior day
      *>   IDS DISAPPEARED      IDs in neither column the later day
      *>   FREQUENCY CHANGED    IDs on both days whose number of
      *>                        copies in a column went up or down
      *>   RE-PAIRING KNOCK-ON  (TOTAL only) the change in the pairs
      *>                        made entirely of IDs that were there
      *>                        both days - one inserted row shifts
      *>                        every sorted position after it, so
      *>                        unchanged IDs meet new partners
      *>
      *> TOTAL is positional, so it is split pair by pair. Each column
      *> of the prior grid is merged against the same column of the
      *> later grid: copies on both days are kept, the rest were added
      *> or dropped. A later-day pair holding an added copy counts for
      *> that copy's ID, a prior-day pair holding a dropped copy
      *> counts against that copy's ID (the left column is taken first
      *> when both members changed), and every other pair is knock-on,
      *> credited to its kept left ID. SIMSCORE does not depend on row
      *> order: each ID's part is its value times the change in left
      *> copies times right copies, and there is no knock-on.
      *>
      *> The report, attrib_YYYYMMDD.txt for the later run date, gives
      *> the parts, the parts' sum against the change, and the largest
      *> contributors in each part. Each rebuilt figure is set against
      *> the figure the day's base run posted to the run history; a
      *> difference means the grid is not the one that run measured -
      *> an extract replaced since, or a corrected (mode C) rerun
      *> whose corrections rows the input archive never carried.
      *>
      *> The extract for a day is the dataset its base run recorded
      *> in the history, then input_YYYYMMDD.txt, then the day's part
      *> files input_YYYYMMDD_A.txt .. _F.txt, read with the same line
      *> validation PROCESS-INPUT-LINE applies.
      *>
      *> Operator parameters, all optional:
      *>   DL100_ATTR_DATE        later run date  (the latest base run
      *>                          in the history with a TOTAL)
      *>   DL100_ATTR_PRIOR_DATE  prior run date  (the base run before
      *>                          it with a TOTAL)
      *>   DL100_ATTR_TOP_N       contributors listed per part
      *>                          (10, at most 20)
      *>   DL100_HISTORY_DATASET  run history          (runhist.dat)
      *>
      *> Condition codes: 0 = report written, 4 = a rebuilt figure
      *> differs from the posted one, 8 = the parts failed to add up
      *> to the change, 12 = the dates are not usable, an extract is
      *> missing or a grid is larger than the program holds.
      *> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. TotalAttribution.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT historyFile ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RH-KEY
            FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT extractFile ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXTRACT-FILE-STATUS.

        SELECT reportFile ASSIGN TO DYNAMIC WS-ATTR-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT parmFile ASSIGN TO DYNAMIC WS-PARM-DATASET-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  historyFile.
COPY 'runhist_record.cpy'.

FD  extractFile.
01  extractFileRecord PIC X(100).

FD  reportFile.
01  reportFileRecord PIC X(132).

FD  parmFile.
01  parmFileRecord PIC X(132).

WORKING-STORAGE SECTION.
77  WS-HISTORY-FILENAME             PIC X(100) VALUE SPACES.
77  WS-HIST-FILE-STATUS             PIC XX VALUE SPACES.
77  WS-EXTRACT-FILENAME             PIC X(100) VALUE SPACES.
77  WS-EXTRACT-FILE-STATUS          PIC XX VALUE SPACES.
77  WS-ATTR-REPORT-FILENAME         PIC X(100) VALUE SPACES.

01  WS-TODAY                        PIC 9(8) VALUE 0.
01  WS-TODAY-X REDEFINES WS-TODAY   PIC X(8).

77  EOF PIC X VALUE 'N'.
    88 EOF-REACHED                  VALUE 'Y'.

77  WS-DATE-PARM                    PIC X(10) VALUE SPACES.
77  WS-PRIOR-PARM                   PIC X(10) VALUE SPACES.
77  WS-TOP-N-PARM                   PIC X(10) VALUE SPACES.
01  WS-ATTR-DATE                    PIC 9(8) VALUE 0.
01  WS-ATTR-DATE-X REDEFINES WS-ATTR-DATE PIC X(8).
01  WS-PRIOR-DATE                   PIC 9(8) VALUE 0.
01  WS-PRIOR-DATE-X REDEFINES WS-PRIOR-DATE PIC X(8).
01  WS-SCAN-DATE                    PIC 9(8) VALUE 0.
01  WS-SCAN-DATE-X REDEFINES WS-SCAN-DATE PIC X(8).
77  WS-TOP-N                        PIC 9(2) VALUE 10.
77  WS-TOP-N-MAX                    PIC 9(2) VALUE 20.
77  WS-ATTR-CC                      PIC 9(2) VALUE 0.

77  WS-HIST-OPEN-SW                 PIC X VALUE 'N'.
    88 WS-HIST-OPEN                 VALUE 'Y'.
    88 WS-HIST-CLOSED               VALUE 'N'.
77  WS-RUN-FOUND-SW                 PIC X VALUE 'N'.
    88 WS-RUN-FOUND                 VALUE 'Y'.
    88 WS-RUN-NOT-FOUND             VALUE 'N'.

      *> Extract reading - the MasterRebuild rules.
77  WS-RAW-TOKEN-1                  PIC X(20) VALUE SPACES.
77  WS-RAW-TOKEN-2                  PIC X(20) VALUE SPACES.
77  WS-LINE-VALID-SW                PIC X VALUE 'Y'.
    88 WS-LINE-VALID                VALUE 'Y'.
    88 WS-LINE-INVALID              VALUE 'N'.
77  WS-PART-SUFFIXES                PIC X(6) VALUE "ABCDEF".
77  WS-PART-IX                      PIC 9(2) VALUE 0.
77  WS-PARTS-READ                   PIC 9(2) VALUE 0.
77  WS-PART-PREFIX                  PIC X(15) VALUE SPACES.
77  WS-FILE-READ-SW                 PIC X VALUE 'N'.
    88 WS-FILE-READ                 VALUE 'Y'.
    88 WS-FILE-NOT-READ             VALUE 'N'.

      *> One day's rows are read into the sort work columns, sorted
      *> the way the driver sorts COL-1 and COL-2, and copied into
      *> the attribution lists.
77  WS-GRID-LIMIT                   PIC 9(5) VALUE 20000.
77  WS-SORT-ROWS                    PIC 9(5) VALUE 0.
01  AT-SORT-LEFT OCCURS 0 TO 20000 TIMES
        DEPENDING ON WS-SORT-ROWS   PIC 9(10).
01  AT-SORT-RIGHT OCCURS 0 TO 20000 TIMES
        DEPENDING ON WS-SORT-ROWS   PIC 9(10).

      *> Day 1 is the prior run date, day 2 the later one.
77  WS-DAY-IX                       PIC 9 VALUE 0.
01  ATTRIB-DAY-TABLE.
    05 AD-ENTRY OCCURS 2 TIMES.
        10 AD-DATE                  PIC 9(8).
        10 AD-ROWS                  PIC 9(5).
        10 AD-REJECTED              PIC 9(7).
        10 AD-EXTRACT               PIC X(100).
        10 AD-TOTAL                 PIC 9(18).
        10 AD-SIMSCORE              PIC 9(18).
        10 AD-POSTED-SW             PIC X.
            88 AD-POSTED            VALUE 'Y'.
        10 AD-POSTED-DATASET        PIC X(100).
        10 AD-POSTED-HAS-TOTAL      PIC X.
        10 AD-POSTED-TOTAL          PIC 9(18).
        10 AD-POSTED-HAS-SIM        PIC X.
        10 AD-POSTED-SIM            PIC 9(18).

      *> The four sorted columns: 1 prior left, 2 prior right, 3 later
      *> left, 4 later right. AL-STATE says whether a copy is on both
      *> days (K), only the later day (A) or only the prior day (D);
      *> AL-CLASS puts an added or dropped copy in its part - N for
      *> an ID new to the extract, G for one gone from it, F for a
      *> frequency change. AL-MATCH links a kept copy to its row on
      *> the other day. AL-AMOUNT is the TOTAL movement credited to
      *> the copy.
01  ATTRIB-LIST-TABLE.
    05 AL-LIST OCCURS 4 TIMES.
        10 AL-ROW OCCURS 20000 TIMES.
            15 AL-VALUE             PIC 9(10).
            15 AL-STATE             PIC X.
                88 AL-KEPT          VALUE 'K'.
                88 AL-ADDED         VALUE 'A'.
                88 AL-DROPPED       VALUE 'D'.
            15 AL-CLASS             PIC X.
            15 AL-MATCH             PIC 9(5).
            15 AL-AMOUNT            PIC S9(18).

77  WS-LIST-IX                      PIC 9 VALUE 0.
77  WS-LIST-A                       PIC 9 VALUE 0.
77  WS-LIST-B                       PIC 9 VALUE 0.
77  WS-LIST-OTHER                   PIC 9 VALUE 0.
77  WS-ROWS-A                       PIC 9(5) VALUE 0.
77  WS-ROWS-B                       PIC 9(5) VALUE 0.
77  WS-ROW-A                        PIC 9(5) VALUE 0.
77  WS-ROW-B                        PIC 9(5) VALUE 0.
77  WS-ROW                          PIC 9(5) VALUE 0.
77  WS-GROUP-END                    PIC 9(5) VALUE 0.
77  WS-PAIR-DIST                    PIC 9(10) VALUE 0.
77  WS-RUN-VALUE-A                  PIC 9(10) VALUE 0.
77  WS-RUN-KEPT-A                   PIC X VALUE 'N'.
77  WS-RUN-VALUE-B                  PIC 9(10) VALUE 0.
77  WS-RUN-KEPT-B                   PIC X VALUE 'N'.

      *> COUNT-IN-LIST: copies of WS-BS-VALUE in list WS-BS-LIST and
      *> the row of the first one.
77  WS-BS-LIST                      PIC 9 VALUE 0.
77  WS-BS-DAY                       PIC 9 VALUE 0.
77  WS-BS-VALUE                     PIC 9(10) VALUE 0.
77  WS-BS-LOW                       PIC 9(5) VALUE 0.
77  WS-BS-HIGH                      PIC 9(5) VALUE 0.
77  WS-BS-MID                       PIC 9(5) VALUE 0.
77  WS-BS-FIRST                     PIC 9(5) VALUE 0.
77  WS-BS-COUNT                     PIC 9(5) VALUE 0.

      *> SIMSCORE walk over the distinct left-column values.
77  WS-SIM-VALUE                    PIC 9(10) VALUE 0.
77  WS-LEFT-A                       PIC 9(5) VALUE 0.
77  WS-LEFT-B                       PIC 9(5) VALUE 0.
77  WS-RIGHT-A                      PIC 9(5) VALUE 0.
77  WS-RIGHT-B                      PIC 9(5) VALUE 0.
77  WS-VALUE-RUN-SW                 PIC X VALUE 'N'.
    88 WS-VALUE-RUN-ENDED           VALUE 'Y'.
    88 WS-VALUE-RUN-OPEN            VALUE 'N'.

      *> Parts 1-4 split TOTAL, parts 5-7 SIMSCORE. Each keeps its
      *> sum, the IDs in it and its largest contributors by size.
      *> AC-FIG-1 .. 4 carry what the listing line shows: copies in
      *> the column before and after, the knock-on row before and
      *> after, or left and right copies before and after.
01  ATTRIB-PART-NAMES.
    05 FILLER                       PIC X(20) VALUE "IDS APPEARED".
    05 FILLER                       PIC X(20) VALUE "IDS DISAPPEARED".
    05 FILLER                       PIC X(20) VALUE "FREQUENCY CHANGED".
    05 FILLER                       PIC X(20) VALUE "RE-PAIRING KNOCK-ON".
    05 FILLER                       PIC X(20) VALUE "IDS APPEARED".
    05 FILLER                       PIC X(20) VALUE "IDS DISAPPEARED".
    05 FILLER                       PIC X(20) VALUE "FREQUENCY CHANGED".
01  ATTRIB-PART-NAMES-R REDEFINES ATTRIB-PART-NAMES.
    05 AP-NAME OCCURS 7 TIMES       PIC X(20).

77  WS-PART-IX2                     PIC 9 VALUE 0.
77  WS-PART-FIRST                   PIC 9 VALUE 0.
77  WS-PART-LAST                    PIC 9 VALUE 0.
01  ATTRIB-PART-TABLE.
    05 AC-PART OCCURS 7 TIMES.
        10 AC-SUM                   PIC S9(18).
        10 AC-IDS                   PIC 9(7).
        10 AC-TOP-COUNT             PIC 9(2).
        10 AC-MIN-IX                PIC 9(2).
        10 AC-MIN-SIZE              PIC 9(18).
        10 AC-TOP OCCURS 20 TIMES.
            15 AC-AMOUNT            PIC S9(18).
            15 AC-SIZE              PIC 9(18).
            15 AC-ID                PIC 9(10).
            15 AC-SIDE              PIC X.
            15 AC-FIG-1             PIC 9(5).
            15 AC-FIG-2             PIC 9(5).
            15 AC-FIG-3             PIC 9(5).
            15 AC-FIG-4             PIC 9(5).

      *> One contribution offered to OFFER-CONTRIBUTION.
77  WS-OF-PART                      PIC 9 VALUE 0.
77  WS-OF-AMOUNT                    PIC S9(18) VALUE 0.
77  WS-OF-SIZE                      PIC 9(18) VALUE 0.
77  WS-OF-ID                        PIC 9(10) VALUE 0.
77  WS-OF-SIDE                      PIC X VALUE SPACE.
77  WS-OF-FIG-1                     PIC 9(5) VALUE 0.
77  WS-OF-FIG-2                     PIC 9(5) VALUE 0.
77  WS-OF-FIG-3                     PIC 9(5) VALUE 0.
77  WS-OF-FIG-4                     PIC 9(5) VALUE 0.
77  WS-TOP-IX                       PIC 9(2) VALUE 0.
77  WS-TOP-SCAN                     PIC 9(2) VALUE 0.
01  WS-TOP-SWAP.
    05 FILLER                       PIC X(67).

77  WS-TOTAL-CHANGE                 PIC S9(18) VALUE 0.
77  WS-TOTAL-PARTS                  PIC S9(18) VALUE 0.
77  WS-SIM-CHANGE                   PIC S9(18) VALUE 0.
77  WS-SIM-PARTS                    PIC S9(18) VALUE 0.
77  WS-SECTION-PARTS                PIC S9(18) VALUE 0.
77  WS-SECTION-CHANGE               PIC S9(18) VALUE 0.
77  WS-FIGURE-DIFFERS-SW            PIC X VALUE 'N'.
    88 WS-FIGURE-DIFFERS            VALUE 'Y'.

77  WS-AMOUNT-EDITED                PIC +(18)9.
77  WS-CHANGE-EDITED                PIC +(18)9.
77  WS-COUNT-EDITED                 PIC Z(6)9.
77  WS-FIGURE-EDITED                PIC Z(17)9.
77  WS-POSTED-EDITED                PIC Z(17)9.
77  WS-DAY-LABEL                    PIC X(5) VALUE SPACES.
77  WS-SIDE-NAME                    PIC X(5) VALUE SPACES.
77  WS-FIGURE-NAME                  PIC X(8) VALUE SPACES.
77  WS-VERDICT-TEXT                 PIC X(40) VALUE SPACES.

COPY 'runhist_working_storage.cpy'.
COPY 'runparm_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
        PERFORM LOAD-PARM-DATASET
        PERFORM DETERMINE-ATTRIB-PARMS
        PERFORM FIND-POSTED-RUNS

        MOVE 1 TO WS-DAY-IX
        PERFORM LOAD-ONE-GRID
        MOVE 2 TO WS-DAY-IX
        PERFORM LOAD-ONE-GRID

        MOVE 1 TO WS-LIST-A
        PERFORM MATCH-COLUMN
        MOVE 2 TO WS-LIST-A
        PERFORM MATCH-COLUMN

        INITIALIZE ATTRIB-PART-TABLE
        PERFORM ATTRIBUTE-TOTAL
        PERFORM ATTRIBUTE-SIMSCORE

        COMPUTE WS-TOTAL-CHANGE = AD-TOTAL(2) - AD-TOTAL(1)
        COMPUTE WS-TOTAL-PARTS =
            AC-SUM(1) + AC-SUM(2) + AC-SUM(3) + AC-SUM(4)
        COMPUTE WS-SIM-CHANGE = AD-SIMSCORE(2) - AD-SIMSCORE(1)
        COMPUTE WS-SIM-PARTS = AC-SUM(5) + AC-SUM(6) + AC-SUM(7)

        OPEN OUTPUT reportFile
        PERFORM WRITE-ATTRIB-HEADING
        PERFORM WRITE-PARAMETER-ECHO
        PERFORM WRITE-GRIDS-SECTION
        MOVE "TOTAL" TO WS-FIGURE-NAME
        MOVE 1 TO WS-PART-FIRST
        MOVE 4 TO WS-PART-LAST
        PERFORM WRITE-MOVEMENT-SECTION
        MOVE "SIMSCORE" TO WS-FIGURE-NAME
        MOVE 5 TO WS-PART-FIRST
        MOVE 7 TO WS-PART-LAST
        PERFORM WRITE-MOVEMENT-SECTION
        CLOSE reportFile

        IF WS-FIGURE-DIFFERS
            MOVE 4 TO WS-ATTR-CC
        END-IF
        IF WS-TOTAL-PARTS NOT = WS-TOTAL-CHANGE
                OR WS-SIM-PARTS NOT = WS-SIM-CHANGE
            MOVE 8 TO WS-ATTR-CC
        END-IF

        MOVE WS-TOTAL-CHANGE TO WS-CHANGE-EDITED
        MOVE WS-SIM-CHANGE TO WS-AMOUNT-EDITED
        DISPLAY "TOTALATTRIBUTION: " WS-PRIOR-DATE-X " TO "
            WS-ATTR-DATE-X " TOTAL "
            FUNCTION TRIM(WS-CHANGE-EDITED) " SIMSCORE "
            FUNCTION TRIM(WS-AMOUNT-EDITED) " - see "
            FUNCTION TRIM(WS-ATTR-REPORT-FILENAME)
        MOVE WS-ATTR-CC TO RETURN-CODE
        STOP RUN.

      *> Dates left unset are settled from the history once it is
      *> open (FIND-POSTED-RUNS); a date given outright is checked
      *> here.
    DETERMINE-ATTRIB-PARMS.
        ACCEPT WS-TODAY FROM DATE YYYYMMDD
        MOVE 0 TO WS-ATTR-CC

        MOVE "DL100_ATTR_DATE" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-DATE-PARM
        MOVE "DL100_ATTR_PRIOR_DATE" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-PRIOR-PARM

        IF WS-DATE-PARM NOT = SPACES
            IF FUNCTION TEST-NUMVAL(WS-DATE-PARM) NOT = 0
                DISPLAY "TOTALATTRIBUTION: DL100_ATTR_DATE '"
                    FUNCTION TRIM(WS-DATE-PARM) "' is not a date"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-DATE-PARM) TO WS-ATTR-DATE
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-ATTR-DATE) NOT = 0
                DISPLAY "TOTALATTRIBUTION: DL100_ATTR_DATE "
                    WS-ATTR-DATE-X " is not a valid date"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF

        IF WS-PRIOR-PARM NOT = SPACES
            IF FUNCTION TEST-NUMVAL(WS-PRIOR-PARM) NOT = 0
                DISPLAY "TOTALATTRIBUTION: DL100_ATTR_PRIOR_DATE '"
                    FUNCTION TRIM(WS-PRIOR-PARM) "' is not a date"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-PRIOR-PARM) TO WS-PRIOR-DATE
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-PRIOR-DATE) NOT = 0
                DISPLAY "TOTALATTRIBUTION: DL100_ATTR_PRIOR_DATE "
                    WS-PRIOR-DATE-X " is not a valid date"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF

        MOVE "DL100_ATTR_TOP_N" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-TOP-N-PARM
        IF WS-TOP-N-PARM NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-TOP-N-PARM) = 0
            IF FUNCTION NUMVAL(WS-TOP-N-PARM) >= 1
                    AND FUNCTION NUMVAL(WS-TOP-N-PARM) <= WS-TOP-N-MAX
                MOVE FUNCTION NUMVAL(WS-TOP-N-PARM) TO WS-TOP-N
            ELSE
                DISPLAY "TOTALATTRIBUTION: DL100_ATTR_TOP_N "
                    FUNCTION TRIM(WS-TOP-N-PARM) " outside 1 to "
                    WS-TOP-N-MAX " - " WS-TOP-N " used"
            END-IF
        END-IF

        MOVE "DL100_HISTORY_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-HISTORY-FILENAME
        IF WS-HISTORY-FILENAME = SPACES
            MOVE "runhist.dat" TO WS-HISTORY-FILENAME
        END-IF.

      *> A base run is a Day1Driver run other than a corrected (mode
      *> C) rerun - the run that measured the extract as delivered.
      *> With no history the comparison can still be made, but only
      *> between two dates given outright.
    FIND-POSTED-RUNS.
        INITIALIZE ATTRIB-DAY-TABLE
        SET WS-HIST-CLOSED TO TRUE
        OPEN INPUT historyFile
        IF WS-HIST-FILE-STATUS = "00"
            SET WS-HIST-OPEN TO TRUE
        ELSE
            CLOSE historyFile
            IF WS-DATE-PARM = SPACES OR WS-PRIOR-PARM = SPACES
                DISPLAY "TOTALATTRIBUTION: no run history "
                    FUNCTION TRIM(WS-HISTORY-FILENAME)
                    " - set DL100_ATTR_DATE and DL100_ATTR_PRIOR_DATE"
                    " to compare two extracts"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF

        IF WS-HIST-OPEN AND WS-DATE-PARM = SPACES
            MOVE HIGH-VALUES TO RH-KEY
            PERFORM FIND-EARLIER-BASE-RUN
            IF WS-RUN-NOT-FOUND
                DISPLAY "TOTALATTRIBUTION: no Day1Driver run with a"
                    " TOTAL in the history - set DL100_ATTR_DATE"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE RH-RUN-DATE TO WS-ATTR-DATE
        END-IF

        IF WS-HIST-OPEN AND WS-PRIOR-PARM = SPACES
            MOVE LOW-VALUES TO RH-KEY
            MOVE WS-ATTR-DATE TO RH-RUN-DATE
            PERFORM FIND-EARLIER-BASE-RUN
            IF WS-RUN-NOT-FOUND
                DISPLAY "TOTALATTRIBUTION: no Day1Driver run with a"
                    " TOTAL before " WS-ATTR-DATE-X
                    " - set DL100_ATTR_PRIOR_DATE"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE RH-RUN-DATE TO WS-PRIOR-DATE
        END-IF

        IF WS-PRIOR-DATE NOT < WS-ATTR-DATE
            DISPLAY "TOTALATTRIBUTION: prior date " WS-PRIOR-DATE-X
                " is not before " WS-ATTR-DATE-X
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF

        MOVE WS-PRIOR-DATE TO AD-DATE(1)
        MOVE WS-ATTR-DATE TO AD-DATE(2)
        IF WS-HIST-OPEN
            MOVE 1 TO WS-DAY-IX
            PERFORM FIND-DAY-BASE-RUN
            MOVE 2 TO WS-DAY-IX
            PERFORM FIND-DAY-BASE-RUN
            CLOSE historyFile
        END-IF

        MOVE SPACES TO WS-ATTR-REPORT-FILENAME
        STRING "attrib_" WS-ATTR-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-ATTR-REPORT-FILENAME

        DISPLAY "TOTALATTRIBUTION: comparing " WS-PRIOR-DATE-X
            " with " WS-ATTR-DATE-X.

      *> Backs up from the key already in RH-KEY to the nearest base
      *> run that posted a TOTAL and has not been backed out.
    FIND-EARLIER-BASE-RUN.
        SET WS-RUN-NOT-FOUND TO TRUE
        SET WS-HIST-NOT-EOF TO TRUE
        START historyFile KEY IS LESS THAN RH-KEY
            INVALID KEY
                SET WS-HIST-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-HIST-EOF OR WS-RUN-FOUND
            READ historyFile PREVIOUS RECORD
                AT END
                    SET WS-HIST-EOF TO TRUE
                NOT AT END
                    IF RH-PROGRAM = "Day1Driver"
                            AND RH-RUN-EVENT
                            AND RH-MODE(1:1) NOT = "C"
                            AND NOT RH-REVERSED
                            AND RH-HAS-TOTAL
                        SET WS-RUN-FOUND TO TRUE
                    END-IF
            END-READ
        END-PERFORM.

      *> The day's base run entries in key order; the last with a
      *> TOTAL (and the last with a SIMSCORE) stands, as the highest
      *> sequence superseded the rest. A run ReverseRun backed out
      *> posted nothing that still stands.
    FIND-DAY-BASE-RUN.
        MOVE LOW-VALUES TO RH-KEY
        MOVE AD-DATE(WS-DAY-IX) TO RH-RUN-DATE
        MOVE "Day1Driver" TO RH-PROGRAM
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
                    IF RH-RUN-DATE NOT = AD-DATE(WS-DAY-IX)
                            OR RH-PROGRAM NOT = "Day1Driver"
                        SET WS-HIST-EOF TO TRUE
                    ELSE
                        IF RH-RUN-EVENT AND RH-MODE(1:1) NOT = "C"
                                AND NOT RH-REVERSED
                            PERFORM TAKE-BASE-RUN
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

    TAKE-BASE-RUN.
        IF RH-HAS-TOTAL
            MOVE 'Y' TO AD-POSTED-SW(WS-DAY-IX)
            MOVE 'Y' TO AD-POSTED-HAS-TOTAL(WS-DAY-IX)
            MOVE RH-TOTAL TO AD-POSTED-TOTAL(WS-DAY-IX)
            MOVE RH-INPUT-DATASET TO AD-POSTED-DATASET(WS-DAY-IX)
        END-IF
        IF RH-HAS-SIM
            MOVE 'Y' TO AD-POSTED-SW(WS-DAY-IX)
            MOVE 'Y' TO AD-POSTED-HAS-SIM(WS-DAY-IX)
            MOVE RH-SIMSCORE TO AD-POSTED-SIM(WS-DAY-IX)
            IF AD-POSTED-HAS-TOTAL(WS-DAY-IX) NOT = 'Y'
                MOVE RH-INPUT-DATASET TO AD-POSTED-DATASET(WS-DAY-IX)
            END-IF
        END-IF.

      *> A day read in parts records only its last part, so a part
      *> name sends the rebuild to the dated archive like any other
      *> day without a usable recorded dataset.
    LOAD-ONE-GRID.
        MOVE AD-DATE(WS-DAY-IX) TO WS-SCAN-DATE
        MOVE 0 TO WS-SORT-ROWS
        MOVE 0 TO AD-REJECTED(WS-DAY-IX)
        MOVE SPACES TO AD-EXTRACT(WS-DAY-IX)
        SET WS-FILE-NOT-READ TO TRUE

        MOVE SPACES TO WS-PART-PREFIX
        STRING "input_" WS-SCAN-DATE-X "_"
            DELIMITED BY SIZE INTO WS-PART-PREFIX
        IF AD-POSTED-DATASET(WS-DAY-IX) NOT = SPACES
                AND AD-POSTED-DATASET(WS-DAY-IX)(1:15)
                    NOT = WS-PART-PREFIX
            MOVE AD-POSTED-DATASET(WS-DAY-IX) TO WS-EXTRACT-FILENAME
            PERFORM READ-ONE-EXTRACT-FILE
        END-IF

        IF WS-FILE-NOT-READ
            MOVE SPACES TO WS-EXTRACT-FILENAME
            STRING "input_" WS-SCAN-DATE-X ".txt"
                DELIMITED BY SIZE INTO WS-EXTRACT-FILENAME
            PERFORM READ-ONE-EXTRACT-FILE
        END-IF

        IF WS-FILE-READ
            MOVE WS-EXTRACT-FILENAME TO AD-EXTRACT(WS-DAY-IX)
        ELSE
            MOVE 0 TO WS-PARTS-READ
            PERFORM VARYING WS-PART-IX FROM 1 BY 1
                    UNTIL WS-PART-IX > 6
                MOVE SPACES TO WS-EXTRACT-FILENAME
                STRING WS-PART-PREFIX
                       WS-PART-SUFFIXES(WS-PART-IX:1) ".txt"
                    DELIMITED BY SIZE INTO WS-EXTRACT-FILENAME
                PERFORM READ-ONE-EXTRACT-FILE
                IF WS-FILE-READ
                    ADD 1 TO WS-PARTS-READ
                END-IF
            END-PERFORM
            IF WS-PARTS-READ = 0
                DISPLAY "TOTALATTRIBUTION: no archived extract for "
                    WS-SCAN-DATE-X " - nothing to rebuild"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            STRING WS-PART-PREFIX "A.." WS-PART-SUFFIXES(WS-PARTS-READ:1)
                   " (" WS-PARTS-READ " PARTS)"
                DELIMITED BY SIZE INTO AD-EXTRACT(WS-DAY-IX)
        END-IF

        SORT AT-SORT-LEFT ON ASCENDING KEY AT-SORT-LEFT
        SORT AT-SORT-RIGHT ON ASCENDING KEY AT-SORT-RIGHT

        MOVE WS-SORT-ROWS TO AD-ROWS(WS-DAY-IX)
        MOVE 0 TO AD-TOTAL(WS-DAY-IX)
        COMPUTE WS-LIST-A = WS-DAY-IX * 2 - 1
        COMPUTE WS-LIST-B = WS-DAY-IX * 2
        PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > WS-SORT-ROWS
            MOVE AT-SORT-LEFT(WS-ROW) TO AL-VALUE(WS-LIST-A, WS-ROW)
            MOVE AT-SORT-RIGHT(WS-ROW) TO AL-VALUE(WS-LIST-B, WS-ROW)
            COMPUTE WS-PAIR-DIST = FUNCTION ABS(
                AT-SORT-LEFT(WS-ROW) - AT-SORT-RIGHT(WS-ROW))
            ADD WS-PAIR-DIST TO AD-TOTAL(WS-DAY-IX)
        END-PERFORM

        DISPLAY "TOTALATTRIBUTION: " WS-SCAN-DATE-X " "
            WS-SORT-ROWS " rows from "
            FUNCTION TRIM(AD-EXTRACT(WS-DAY-IX)).

    READ-ONE-EXTRACT-FILE.
        SET WS-FILE-NOT-READ TO TRUE
        OPEN INPUT extractFile
        IF WS-EXTRACT-FILE-STATUS NOT = "00"
            CLOSE extractFile
        ELSE
            SET WS-FILE-READ TO TRUE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ extractFile INTO extractFileRecord
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        IF extractFileRecord(1:4) NOT = "HDR "
                                AND extractFileRecord(1:4)
                                    NOT = "TRL "
                            PERFORM LOAD-ONE-EXTRACT-LINE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE extractFile
        END-IF.

      *> Same two-numeric-token validation PROCESS-INPUT-LINE applies
      *> to the daily extract, so the grid holds exactly the rows the
      *> daily run measured.
    LOAD-ONE-EXTRACT-LINE.
        SET WS-LINE-VALID TO TRUE
        MOVE SPACES TO WS-RAW-TOKEN-1
        MOVE SPACES TO WS-RAW-TOKEN-2

        UNSTRING FUNCTION TRIM(extractFileRecord)
            DELIMITED BY ALL SPACE
            INTO WS-RAW-TOKEN-1, WS-RAW-TOKEN-2
            ON OVERFLOW
                SET WS-LINE-INVALID TO TRUE
        END-UNSTRING

        IF WS-RAW-TOKEN-1 = SPACES OR WS-RAW-TOKEN-2 = SPACES
            SET WS-LINE-INVALID TO TRUE
        END-IF

        IF WS-LINE-VALID
            IF FUNCTION TEST-NUMVAL(WS-RAW-TOKEN-1) NOT = 0
                    OR FUNCTION TEST-NUMVAL(WS-RAW-TOKEN-2) NOT = 0
                SET WS-LINE-INVALID TO TRUE
            END-IF
        END-IF

        IF WS-LINE-VALID
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-RAW-TOKEN-1)) > 10
                    OR FUNCTION LENGTH(FUNCTION
                        TRIM(WS-RAW-TOKEN-2)) > 10
                SET WS-LINE-INVALID TO TRUE
            END-IF
        END-IF

        IF WS-LINE-VALID
            IF WS-SORT-ROWS >= WS-GRID-LIMIT
                DISPLAY "TOTALATTRIBUTION: " WS-SCAN-DATE-X
                    " has more than " WS-GRID-LIMIT
                    " rows - too large to attribute"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-SORT-ROWS
            MOVE FUNCTION NUMVAL(WS-RAW-TOKEN-1)
                TO AT-SORT-LEFT(WS-SORT-ROWS)
            MOVE FUNCTION NUMVAL(WS-RAW-TOKEN-2)
                TO AT-SORT-RIGHT(WS-SORT-ROWS)
        ELSE
            ADD 1 TO AD-REJECTED(WS-DAY-IX)
        END-IF.

      *> Merges column WS-LIST-A of the prior grid against the same
      *> column of the later grid. Equal values pair off first, so
      *> the copies of an ID on both days come ahead of its added or
      *> dropped ones, and a surplus copy whose ID kept a copy is a
      *> frequency change. One with no kept copy is new to (or gone
      *> from) the extract only if the other column of that day does
      *> not hold the ID either.
    MATCH-COLUMN.
        COMPUTE WS-LIST-B = WS-LIST-A + 2
        MOVE AD-ROWS(1) TO WS-ROWS-A
        MOVE AD-ROWS(2) TO WS-ROWS-B
        MOVE 1 TO WS-ROW-A
        MOVE 1 TO WS-ROW-B
        MOVE 'N' TO WS-RUN-KEPT-A
        MOVE 'N' TO WS-RUN-KEPT-B
        MOVE 0 TO WS-RUN-VALUE-A
        MOVE 0 TO WS-RUN-VALUE-B

        PERFORM UNTIL WS-ROW-A > WS-ROWS-A AND WS-ROW-B > WS-ROWS-B
            IF WS-ROW-A <= WS-ROWS-A
                IF AL-VALUE(WS-LIST-A, WS-ROW-A) NOT = WS-RUN-VALUE-A
                    MOVE AL-VALUE(WS-LIST-A, WS-ROW-A)
                        TO WS-RUN-VALUE-A
                    MOVE 'N' TO WS-RUN-KEPT-A
                END-IF
            END-IF
            IF WS-ROW-B <= WS-ROWS-B
                IF AL-VALUE(WS-LIST-B, WS-ROW-B) NOT = WS-RUN-VALUE-B
                    MOVE AL-VALUE(WS-LIST-B, WS-ROW-B)
                        TO WS-RUN-VALUE-B
                    MOVE 'N' TO WS-RUN-KEPT-B
                END-IF
            END-IF

            EVALUATE TRUE
                WHEN WS-ROW-A <= WS-ROWS-A AND WS-ROW-B <= WS-ROWS-B
                        AND AL-VALUE(WS-LIST-A, WS-ROW-A)
                            = AL-VALUE(WS-LIST-B, WS-ROW-B)
                    PERFORM KEEP-MATCHED-COPY
                WHEN WS-ROW-B > WS-ROWS-B
                    PERFORM DROP-PRIOR-COPY
                WHEN WS-ROW-A <= WS-ROWS-A
                        AND AL-VALUE(WS-LIST-A, WS-ROW-A)
                            < AL-VALUE(WS-LIST-B, WS-ROW-B)
                    PERFORM DROP-PRIOR-COPY
                WHEN OTHER
                    PERFORM ADD-LATER-COPY
            END-EVALUATE
        END-PERFORM.

    KEEP-MATCHED-COPY.
        SET AL-KEPT(WS-LIST-A, WS-ROW-A) TO TRUE
        SET AL-KEPT(WS-LIST-B, WS-ROW-B) TO TRUE
        MOVE SPACE TO AL-CLASS(WS-LIST-A, WS-ROW-A)
        MOVE SPACE TO AL-CLASS(WS-LIST-B, WS-ROW-B)
        MOVE WS-ROW-B TO AL-MATCH(WS-LIST-A, WS-ROW-A)
        MOVE WS-ROW-A TO AL-MATCH(WS-LIST-B, WS-ROW-B)
        MOVE 0 TO AL-AMOUNT(WS-LIST-A, WS-ROW-A)
        MOVE 0 TO AL-AMOUNT(WS-LIST-B, WS-ROW-B)
        MOVE 'Y' TO WS-RUN-KEPT-A
        MOVE 'Y' TO WS-RUN-KEPT-B
        ADD 1 TO WS-ROW-A
        ADD 1 TO WS-ROW-B.

    DROP-PRIOR-COPY.
        SET AL-DROPPED(WS-LIST-A, WS-ROW-A) TO TRUE
        MOVE 0 TO AL-MATCH(WS-LIST-A, WS-ROW-A)
        MOVE 0 TO AL-AMOUNT(WS-LIST-A, WS-ROW-A)
        IF WS-RUN-KEPT-A = 'Y'
            MOVE 'F' TO AL-CLASS(WS-LIST-A, WS-ROW-A)
        ELSE
            COMPUTE WS-BS-LIST = 7 - WS-LIST-B
            MOVE AL-VALUE(WS-LIST-A, WS-ROW-A) TO WS-BS-VALUE
            PERFORM COUNT-IN-LIST
            IF WS-BS-COUNT > 0
                MOVE 'F' TO AL-CLASS(WS-LIST-A, WS-ROW-A)
            ELSE
                MOVE 'G' TO AL-CLASS(WS-LIST-A, WS-ROW-A)
            END-IF
        END-IF
        ADD 1 TO WS-ROW-A.

    ADD-LATER-COPY.
        SET AL-ADDED(WS-LIST-B, WS-ROW-B) TO TRUE
        MOVE 0 TO AL-MATCH(WS-LIST-B, WS-ROW-B)
        MOVE 0 TO AL-AMOUNT(WS-LIST-B, WS-ROW-B)
        IF WS-RUN-KEPT-B = 'Y'
            MOVE 'F' TO AL-CLASS(WS-LIST-B, WS-ROW-B)
        ELSE
            COMPUTE WS-BS-LIST = 3 - WS-LIST-A
            MOVE AL-VALUE(WS-LIST-B, WS-ROW-B) TO WS-BS-VALUE
            PERFORM COUNT-IN-LIST
            IF WS-BS-COUNT > 0
                MOVE 'F' TO AL-CLASS(WS-LIST-B, WS-ROW-B)
            ELSE
                MOVE 'N' TO AL-CLASS(WS-LIST-B, WS-ROW-B)
            END-IF
        END-IF
        ADD 1 TO WS-ROW-B.

      *> Binary search for the first copy, then a count along the
      *> run of equal values.
    COUNT-IN-LIST.
        COMPUTE WS-BS-DAY = (WS-BS-LIST + 1) / 2
        MOVE 1 TO WS-BS-LOW
        COMPUTE WS-BS-HIGH = AD-ROWS(WS-BS-DAY) + 1
        PERFORM UNTIL WS-BS-LOW >= WS-BS-HIGH
            COMPUTE WS-BS-MID = (WS-BS-LOW + WS-BS-HIGH) / 2
            IF AL-VALUE(WS-BS-LIST, WS-BS-MID) < WS-BS-VALUE
                COMPUTE WS-BS-LOW = WS-BS-MID + 1
            ELSE
                MOVE WS-BS-MID TO WS-BS-HIGH
            END-IF
        END-PERFORM
        MOVE WS-BS-LOW TO WS-BS-FIRST
        MOVE 0 TO WS-BS-COUNT
        MOVE WS-BS-LOW TO WS-BS-MID
        PERFORM UNTIL WS-BS-MID > AD-ROWS(WS-BS-DAY)
            IF AL-VALUE(WS-BS-LIST, WS-BS-MID) NOT = WS-BS-VALUE
                COMPUTE WS-BS-MID = AD-ROWS(WS-BS-DAY) + 1
            ELSE
                ADD 1 TO WS-BS-COUNT
                ADD 1 TO WS-BS-MID
            END-IF
        END-PERFORM.

      *> Every later-day pair is credited once and every prior-day
      *> pair debited once, so the parts cannot help but add up to
      *> the change; the check on the report proves it.
    ATTRIBUTE-TOTAL.
        PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > AD-ROWS(2)
            COMPUTE WS-PAIR-DIST = FUNCTION ABS(
                AL-VALUE(3, WS-ROW) - AL-VALUE(4, WS-ROW))
            IF AL-ADDED(4, WS-ROW) AND NOT AL-ADDED(3, WS-ROW)
                ADD WS-PAIR-DIST TO AL-AMOUNT(4, WS-ROW)
            ELSE
                ADD WS-PAIR-DIST TO AL-AMOUNT(3, WS-ROW)
            END-IF
        END-PERFORM

        PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > AD-ROWS(1)
            COMPUTE WS-PAIR-DIST = FUNCTION ABS(
                AL-VALUE(1, WS-ROW) - AL-VALUE(2, WS-ROW))
            EVALUATE TRUE
                WHEN AL-DROPPED(1, WS-ROW)
                    SUBTRACT WS-PAIR-DIST FROM AL-AMOUNT(1, WS-ROW)
                WHEN AL-DROPPED(2, WS-ROW)
                    SUBTRACT WS-PAIR-DIST FROM AL-AMOUNT(2, WS-ROW)
                WHEN OTHER
                    MOVE AL-MATCH(1, WS-ROW) TO WS-ROW-B
                    SUBTRACT WS-PAIR-DIST FROM AL-AMOUNT(3, WS-ROW-B)
            END-EVALUATE
        END-PERFORM

        PERFORM VARYING WS-LIST-IX FROM 1 BY 1 UNTIL WS-LIST-IX > 4
            COMPUTE WS-DAY-IX = (WS-LIST-IX + 1) / 2
            MOVE 1 TO WS-ROW
            PERFORM UNTIL WS-ROW > AD-ROWS(WS-DAY-IX)
                PERFORM GATHER-COPY-GROUP
            END-PERFORM
        END-PERFORM.

      *> One ID's run of copies sharing a state in one column. An
      *> added or dropped run is that ID's part; a kept run in the
      *> later left column carries its knock-on.
    GATHER-COPY-GROUP.
        MOVE 0 TO WS-OF-AMOUNT
        MOVE WS-ROW TO WS-GROUP-END
        SET WS-VALUE-RUN-OPEN TO TRUE
        PERFORM UNTIL WS-GROUP-END > AD-ROWS(WS-DAY-IX)
                OR WS-VALUE-RUN-ENDED
            IF AL-VALUE(WS-LIST-IX, WS-GROUP-END)
                        NOT = AL-VALUE(WS-LIST-IX, WS-ROW)
                    OR AL-STATE(WS-LIST-IX, WS-GROUP-END)
                        NOT = AL-STATE(WS-LIST-IX, WS-ROW)
                SET WS-VALUE-RUN-ENDED TO TRUE
            ELSE
                ADD AL-AMOUNT(WS-LIST-IX, WS-GROUP-END)
                    TO WS-OF-AMOUNT
                ADD 1 TO WS-GROUP-END
            END-IF
        END-PERFORM

        MOVE AL-VALUE(WS-LIST-IX, WS-ROW) TO WS-OF-ID
        IF WS-LIST-IX = 1 OR WS-LIST-IX = 3
            MOVE 'L' TO WS-OF-SIDE
        ELSE
            MOVE 'R' TO WS-OF-SIDE
        END-IF

        EVALUATE TRUE
            WHEN AL-KEPT(WS-LIST-IX, WS-ROW)
                IF WS-LIST-IX = 3 AND WS-OF-AMOUNT NOT = 0
                    MOVE 4 TO WS-OF-PART
                    MOVE AL-MATCH(3, WS-ROW) TO WS-OF-FIG-1
                    MOVE WS-ROW TO WS-OF-FIG-2
                    MOVE 0 TO WS-OF-FIG-3
                    MOVE 0 TO WS-OF-FIG-4
                    PERFORM OFFER-CONTRIBUTION
                END-IF
            WHEN OTHER
                EVALUATE AL-CLASS(WS-LIST-IX, WS-ROW)
                    WHEN 'N'
                        MOVE 1 TO WS-OF-PART
                    WHEN 'G'
                        MOVE 2 TO WS-OF-PART
                    WHEN OTHER
                        MOVE 3 TO WS-OF-PART
                END-EVALUATE
                IF WS-LIST-IX > 2
                    COMPUTE WS-BS-LIST = WS-LIST-IX - 2
                ELSE
                    MOVE WS-LIST-IX TO WS-BS-LIST
                END-IF
                MOVE WS-OF-ID TO WS-BS-VALUE
                PERFORM COUNT-IN-LIST
                MOVE WS-BS-COUNT TO WS-OF-FIG-1
                ADD 2 TO WS-BS-LIST
                PERFORM COUNT-IN-LIST
                MOVE WS-BS-COUNT TO WS-OF-FIG-2
                MOVE 0 TO WS-OF-FIG-3
                MOVE 0 TO WS-OF-FIG-4
                PERFORM OFFER-CONTRIBUTION
        END-EVALUATE

        MOVE WS-GROUP-END TO WS-ROW.

      *> SIMSCORE is the sum over left copies of value times right
      *> copies, so each distinct left-column value carries its own
      *> part: value x (later left x later right - prior left x prior
      *> right). The walk merges the two left columns value by value
      *> and rebuilds each day's SIMSCORE as it goes.
    ATTRIBUTE-SIMSCORE.
        MOVE 0 TO AD-SIMSCORE(1)
        MOVE 0 TO AD-SIMSCORE(2)
        MOVE 1 TO WS-ROW-A
        MOVE 1 TO WS-ROW-B
        PERFORM UNTIL WS-ROW-A > AD-ROWS(1) AND WS-ROW-B > AD-ROWS(2)
            EVALUATE TRUE
                WHEN WS-ROW-A > AD-ROWS(1)
                    MOVE AL-VALUE(3, WS-ROW-B) TO WS-SIM-VALUE
                WHEN WS-ROW-B > AD-ROWS(2)
                    MOVE AL-VALUE(1, WS-ROW-A) TO WS-SIM-VALUE
                WHEN AL-VALUE(1, WS-ROW-A) < AL-VALUE(3, WS-ROW-B)
                    MOVE AL-VALUE(1, WS-ROW-A) TO WS-SIM-VALUE
                WHEN OTHER
                    MOVE AL-VALUE(3, WS-ROW-B) TO WS-SIM-VALUE
            END-EVALUATE

            MOVE 0 TO WS-LEFT-A
            SET WS-VALUE-RUN-OPEN TO TRUE
            PERFORM UNTIL WS-ROW-A > AD-ROWS(1) OR WS-VALUE-RUN-ENDED
                IF AL-VALUE(1, WS-ROW-A) NOT = WS-SIM-VALUE
                    SET WS-VALUE-RUN-ENDED TO TRUE
                ELSE
                    ADD 1 TO WS-LEFT-A
                    ADD 1 TO WS-ROW-A
                END-IF
            END-PERFORM
            MOVE 0 TO WS-LEFT-B
            SET WS-VALUE-RUN-OPEN TO TRUE
            PERFORM UNTIL WS-ROW-B > AD-ROWS(2) OR WS-VALUE-RUN-ENDED
                IF AL-VALUE(3, WS-ROW-B) NOT = WS-SIM-VALUE
                    SET WS-VALUE-RUN-ENDED TO TRUE
                ELSE
                    ADD 1 TO WS-LEFT-B
                    ADD 1 TO WS-ROW-B
                END-IF
            END-PERFORM

            MOVE WS-SIM-VALUE TO WS-BS-VALUE
            MOVE 2 TO WS-BS-LIST
            PERFORM COUNT-IN-LIST
            MOVE WS-BS-COUNT TO WS-RIGHT-A
            MOVE 4 TO WS-BS-LIST
            PERFORM COUNT-IN-LIST
            MOVE WS-BS-COUNT TO WS-RIGHT-B

            COMPUTE AD-SIMSCORE(1) = AD-SIMSCORE(1)
                + WS-SIM-VALUE * WS-LEFT-A * WS-RIGHT-A
            COMPUTE AD-SIMSCORE(2) = AD-SIMSCORE(2)
                + WS-SIM-VALUE * WS-LEFT-B * WS-RIGHT-B
            COMPUTE WS-OF-AMOUNT = WS-SIM-VALUE
                * (WS-LEFT-B * WS-RIGHT-B - WS-LEFT-A * WS-RIGHT-A)

            IF WS-OF-AMOUNT NOT = 0
                EVALUATE TRUE
                    WHEN WS-LEFT-A = 0 AND WS-RIGHT-A = 0
                        MOVE 5 TO WS-OF-PART
                    WHEN WS-LEFT-B = 0 AND WS-RIGHT-B = 0
                        MOVE 6 TO WS-OF-PART
                    WHEN OTHER
                        MOVE 7 TO WS-OF-PART
                END-EVALUATE
                MOVE WS-SIM-VALUE TO WS-OF-ID
                MOVE SPACE TO WS-OF-SIDE
                MOVE WS-LEFT-A TO WS-OF-FIG-1
                MOVE WS-LEFT-B TO WS-OF-FIG-2
                MOVE WS-RIGHT-A TO WS-OF-FIG-3
                MOVE WS-RIGHT-B TO WS-OF-FIG-4
                PERFORM OFFER-CONTRIBUTION
            END-IF
        END-PERFORM.

      *> Adds the contribution to its part and keeps it if it is
      *> among the part's WS-TOP-N largest either way - the same
      *> replace-the-smallest scheme as RECORD-TOP-N-VARIANCE.
    OFFER-CONTRIBUTION.
        ADD WS-OF-AMOUNT TO AC-SUM(WS-OF-PART)
        ADD 1 TO AC-IDS(WS-OF-PART)
        MOVE FUNCTION ABS(WS-OF-AMOUNT) TO WS-OF-SIZE

        IF AC-TOP-COUNT(WS-OF-PART) < WS-TOP-N
            ADD 1 TO AC-TOP-COUNT(WS-OF-PART)
            MOVE AC-TOP-COUNT(WS-OF-PART) TO WS-TOP-IX
            PERFORM STORE-CONTRIBUTION
            IF AC-TOP-COUNT(WS-OF-PART) = WS-TOP-N
                PERFORM FIND-PART-MINIMUM
            END-IF
        ELSE
            IF WS-OF-SIZE > AC-MIN-SIZE(WS-OF-PART)
                MOVE AC-MIN-IX(WS-OF-PART) TO WS-TOP-IX
                PERFORM STORE-CONTRIBUTION
                PERFORM FIND-PART-MINIMUM
            END-IF
        END-IF.

    STORE-CONTRIBUTION.
        MOVE WS-OF-AMOUNT TO AC-AMOUNT(WS-OF-PART, WS-TOP-IX)
        MOVE WS-OF-SIZE TO AC-SIZE(WS-OF-PART, WS-TOP-IX)
        MOVE WS-OF-ID TO AC-ID(WS-OF-PART, WS-TOP-IX)
        MOVE WS-OF-SIDE TO AC-SIDE(WS-OF-PART, WS-TOP-IX)
        MOVE WS-OF-FIG-1 TO AC-FIG-1(WS-OF-PART, WS-TOP-IX)
        MOVE WS-OF-FIG-2 TO AC-FIG-2(WS-OF-PART, WS-TOP-IX)
        MOVE WS-OF-FIG-3 TO AC-FIG-3(WS-OF-PART, WS-TOP-IX)
        MOVE WS-OF-FIG-4 TO AC-FIG-4(WS-OF-PART, WS-TOP-IX).

    FIND-PART-MINIMUM.
        MOVE 1 TO AC-MIN-IX(WS-OF-PART)
        MOVE AC-SIZE(WS-OF-PART, 1) TO AC-MIN-SIZE(WS-OF-PART)
        PERFORM VARYING WS-TOP-SCAN FROM 2 BY 1
                UNTIL WS-TOP-SCAN > AC-TOP-COUNT(WS-OF-PART)
            IF AC-SIZE(WS-OF-PART, WS-TOP-SCAN)
                    < AC-MIN-SIZE(WS-OF-PART)
                MOVE AC-SIZE(WS-OF-PART, WS-TOP-SCAN)
                    TO AC-MIN-SIZE(WS-OF-PART)
                MOVE WS-TOP-SCAN TO AC-MIN-IX(WS-OF-PART)
            END-IF
        END-PERFORM.

    SORT-PART-TOP.
        PERFORM VARYING WS-TOP-IX FROM 1 BY 1
                UNTIL WS-TOP-IX >= AC-TOP-COUNT(WS-PART-IX2)
            COMPUTE WS-TOP-SCAN = WS-TOP-IX + 1
            PERFORM UNTIL WS-TOP-SCAN > AC-TOP-COUNT(WS-PART-IX2)
                IF AC-SIZE(WS-PART-IX2, WS-TOP-SCAN)
                        > AC-SIZE(WS-PART-IX2, WS-TOP-IX)
                    MOVE AC-TOP(WS-PART-IX2, WS-TOP-IX) TO WS-TOP-SWAP
                    MOVE AC-TOP(WS-PART-IX2, WS-TOP-SCAN)
                        TO AC-TOP(WS-PART-IX2, WS-TOP-IX)
                    MOVE WS-TOP-SWAP TO AC-TOP(WS-PART-IX2, WS-TOP-SCAN)
                END-IF
                ADD 1 TO WS-TOP-SCAN
            END-PERFORM
        END-PERFORM.

    WRITE-ATTRIB-HEADING.
        MOVE SPACES TO reportFileRecord
        STRING "TOTAL MOVEMENT ATTRIBUTION  PRIOR " WS-PRIOR-DATE-X
               "  LATER " WS-ATTR-DATE-X "  PRODUCED " WS-TODAY-X
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.

    WRITE-GRIDS-SECTION.
        MOVE SPACES TO reportFileRecord
        STRING "---- GRIDS REBUILT FROM THE INPUT ARCHIVE ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1 UNTIL WS-DAY-IX > 2
            IF WS-DAY-IX = 1
                MOVE "PRIOR" TO WS-DAY-LABEL
            ELSE
                MOVE "LATER" TO WS-DAY-LABEL
            END-IF
            MOVE AD-ROWS(WS-DAY-IX) TO WS-COUNT-EDITED
            MOVE SPACES TO reportFileRecord
            STRING WS-DAY-LABEL " " AD-DATE(WS-DAY-IX)
                   "  EXTRACT " FUNCTION TRIM(AD-EXTRACT(WS-DAY-IX))
                   "  ROWS " FUNCTION TRIM(WS-COUNT-EDITED)
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
            IF AD-REJECTED(WS-DAY-IX) > 0
                MOVE AD-REJECTED(WS-DAY-IX) TO WS-COUNT-EDITED
                MOVE SPACES TO reportFileRecord
                STRING "      " FUNCTION TRIM(WS-COUNT-EDITED)
                       " LINES REJECTED BY THE LINE VALIDATION"
                    DELIMITED BY SIZE INTO reportFileRecord
                WRITE reportFileRecord
            END-IF

            MOVE "TOTAL" TO WS-FIGURE-NAME
            MOVE AD-TOTAL(WS-DAY-IX) TO WS-FIGURE-EDITED
            MOVE AD-POSTED-TOTAL(WS-DAY-IX) TO WS-POSTED-EDITED
            IF AD-POSTED-HAS-TOTAL(WS-DAY-IX) NOT = 'Y'
                MOVE "NOT POSTED BY A BASE RUN" TO WS-VERDICT-TEXT
            ELSE
                IF AD-POSTED-TOTAL(WS-DAY-IX) = AD-TOTAL(WS-DAY-IX)
                    MOVE "AGREES WITH THE POSTED RUN"
                        TO WS-VERDICT-TEXT
                ELSE
                    SET WS-FIGURE-DIFFERS TO TRUE
                    MOVE "**** DIFFERS FROM THE POSTED RUN ****"
                        TO WS-VERDICT-TEXT
                END-IF
            END-IF
            PERFORM WRITE-REBUILT-FIGURE

            MOVE "SIMSCORE" TO WS-FIGURE-NAME
            MOVE AD-SIMSCORE(WS-DAY-IX) TO WS-FIGURE-EDITED
            MOVE AD-POSTED-SIM(WS-DAY-IX) TO WS-POSTED-EDITED
            IF AD-POSTED-HAS-SIM(WS-DAY-IX) NOT = 'Y'
                MOVE "NOT POSTED BY A BASE RUN" TO WS-VERDICT-TEXT
            ELSE
                IF AD-POSTED-SIM(WS-DAY-IX) = AD-SIMSCORE(WS-DAY-IX)
                    MOVE "AGREES WITH THE POSTED RUN"
                        TO WS-VERDICT-TEXT
                ELSE
                    SET WS-FIGURE-DIFFERS TO TRUE
                    MOVE "**** DIFFERS FROM THE POSTED RUN ****"
                        TO WS-VERDICT-TEXT
                END-IF
            END-IF
            PERFORM WRITE-REBUILT-FIGURE
        END-PERFORM.

    WRITE-REBUILT-FIGURE.
        MOVE SPACES TO reportFileRecord
        IF WS-VERDICT-TEXT(1:3) = "NOT"
            STRING "      " WS-FIGURE-NAME " "
                   FUNCTION TRIM(WS-FIGURE-EDITED) "  "
                   FUNCTION TRIM(WS-VERDICT-TEXT)
                DELIMITED BY SIZE INTO reportFileRecord
        ELSE
            STRING "      " WS-FIGURE-NAME " "
                   FUNCTION TRIM(WS-FIGURE-EDITED) "  POSTED "
                   FUNCTION TRIM(WS-POSTED-EDITED) "  "
                   FUNCTION TRIM(WS-VERDICT-TEXT)
                DELIMITED BY SIZE INTO reportFileRecord
        END-IF
        WRITE reportFileRecord.

      *> The parts of one figure, their sum against the change, then
      *> the largest contributors in each part.
    WRITE-MOVEMENT-SECTION.
        MOVE SPACES TO reportFileRecord
        STRING "---- " FUNCTION TRIM(WS-FIGURE-NAME)
               " MOVEMENT ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        PERFORM VARYING WS-PART-IX2 FROM WS-PART-FIRST BY 1
                UNTIL WS-PART-IX2 > WS-PART-LAST
            MOVE AC-SUM(WS-PART-IX2) TO WS-AMOUNT-EDITED
            MOVE AC-IDS(WS-PART-IX2) TO WS-COUNT-EDITED
            MOVE SPACES TO reportFileRecord
            STRING AP-NAME(WS-PART-IX2) " " WS-AMOUNT-EDITED
                   "   IDS " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        END-PERFORM
        IF WS-PART-LAST = 7
            MOVE SPACES TO reportFileRecord
            STRING "RE-PAIRING KNOCK-ON  "
                   "                  0   NONE - SIMSCORE DOES NOT"
                   " DEPEND ON ROW ORDER"
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        END-IF

        IF WS-PART-LAST = 4
            MOVE WS-TOTAL-PARTS TO WS-SECTION-PARTS
            MOVE WS-TOTAL-CHANGE TO WS-SECTION-CHANGE
        ELSE
            MOVE WS-SIM-PARTS TO WS-SECTION-PARTS
            MOVE WS-SIM-CHANGE TO WS-SECTION-CHANGE
        END-IF
        MOVE WS-SECTION-PARTS TO WS-AMOUNT-EDITED
        MOVE WS-SECTION-CHANGE TO WS-CHANGE-EDITED
        MOVE SPACES TO reportFileRecord
        STRING "SUM OF THE PARTS     " WS-AMOUNT-EDITED
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        IF WS-SECTION-PARTS = WS-SECTION-CHANGE
            STRING "CHANGE IN " WS-FIGURE-NAME "   " WS-CHANGE-EDITED
                   "   PARTS ADD UP TO THE CHANGE"
                DELIMITED BY SIZE INTO reportFileRecord
        ELSE
            STRING "CHANGE IN " WS-FIGURE-NAME "   " WS-CHANGE-EDITED
                   "   **** PARTS DO NOT ADD UP ****"
                DELIMITED BY SIZE INTO reportFileRecord
        END-IF
        WRITE reportFileRecord

        PERFORM VARYING WS-PART-IX2 FROM WS-PART-FIRST BY 1
                UNTIL WS-PART-IX2 > WS-PART-LAST
            PERFORM WRITE-PART-CONTRIBUTORS
        END-PERFORM.

    WRITE-PART-CONTRIBUTORS.
        PERFORM SORT-PART-TOP
        MOVE SPACES TO reportFileRecord
        STRING "---- " FUNCTION TRIM(WS-FIGURE-NAME) ": "
               FUNCTION TRIM(AP-NAME(WS-PART-IX2))
               " - LARGEST " WS-TOP-N " ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        IF AC-TOP-COUNT(WS-PART-IX2) = 0
            MOVE SPACES TO reportFileRecord
            STRING "NONE" DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        END-IF

        PERFORM VARYING WS-TOP-IX FROM 1 BY 1
                UNTIL WS-TOP-IX > AC-TOP-COUNT(WS-PART-IX2)
            MOVE AC-AMOUNT(WS-PART-IX2, WS-TOP-IX) TO WS-AMOUNT-EDITED
            IF AC-SIDE(WS-PART-IX2, WS-TOP-IX) = 'L'
                MOVE "LEFT" TO WS-SIDE-NAME
            ELSE
                MOVE "RIGHT" TO WS-SIDE-NAME
            END-IF
            MOVE SPACES TO reportFileRecord
            EVALUATE TRUE
                WHEN WS-PART-IX2 = 4
                    STRING "ID " AC-ID(WS-PART-IX2, WS-TOP-IX)
                           " " WS-SIDE-NAME
                           " ROW " AC-FIG-1(WS-PART-IX2, WS-TOP-IX)
                           " -> " AC-FIG-2(WS-PART-IX2, WS-TOP-IX)
                           "   " WS-AMOUNT-EDITED
                        DELIMITED BY SIZE INTO reportFileRecord
                WHEN WS-PART-IX2 > 4
                    STRING "ID " AC-ID(WS-PART-IX2, WS-TOP-IX)
                           " LEFT COPIES "
                           AC-FIG-1(WS-PART-IX2, WS-TOP-IX)
                           " -> " AC-FIG-2(WS-PART-IX2, WS-TOP-IX)
                           " RIGHT COPIES "
                           AC-FIG-3(WS-PART-IX2, WS-TOP-IX)
                           " -> " AC-FIG-4(WS-PART-IX2, WS-TOP-IX)
                           "   " WS-AMOUNT-EDITED
                        DELIMITED BY SIZE INTO reportFileRecord
                WHEN OTHER
                    STRING "ID " AC-ID(WS-PART-IX2, WS-TOP-IX)
                           " " WS-SIDE-NAME
                           " COPIES " AC-FIG-1(WS-PART-IX2, WS-TOP-IX)
                           " -> " AC-FIG-2(WS-PART-IX2, WS-TOP-IX)
                           "   " WS-AMOUNT-EDITED
                        DELIMITED BY SIZE INTO reportFileRecord
            END-EVALUATE
            WRITE reportFileRecord
        END-PERFORM.

    COPY 'runparm_load.cpy'.
