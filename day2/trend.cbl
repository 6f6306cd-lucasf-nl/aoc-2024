      *>
      *> Day2Trend gives the safety figures the trend coverage
      *> TrendReport deliberately does not: it reads the Day2Driver
      *> runs off the keyed run history over a requested window and
      *> charts the safety rate - SAFE and SAFETOL as a percentage of
      *> ROWS graded - with day-over-day deltas, the window average,
      *> and a regression flag on any run whose strict rate sits more
      *>   DL200_TREND_DROP_PCT  regression flag threshold, in
      *>                         percentage points below the window
      *>                         average strict rate          (default 5)
      *>   DL100_HISTORY_DATASET run history         (default runhist.dat)
      *>
      *> Runs archived before the ROWS figure was recorded carry no
      *> rate and are skipped with a count - there is nothing to
      *> divide by.
      *> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. Day2Trend.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT historyFile ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RH-KEY
            FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT trendFile ASSIGN TO DYNAMIC WS-TREND-FILENAME
DATA DIVISION.
FILE SECTION.
FD  historyFile.
COPY 'runhist_record.cpy'.

FD  trendFile.
01  trendFileRecord PIC X(132).

WORKING-STORAGE SECTION.
77  WS-HIST-FILE-STATUS             PIC XX VALUE SPACES.
77  WS-HISTORY-FILENAME             PIC X(100) VALUE SPACES.
77  WS-TREND-FILENAME               PIC X(100) VALUE SPACES.

01  WS-RUN-DATE                     PIC 9(8) VALUE 0.
        10 RUN-STRICT-RATE          PIC 9(3)V99.
        10 RUN-TOL-RATE             PIC 9(3)V99.

77  WS-RUN-IX                       PIC 9(5) VALUE 0.
77  WS-PREV-IX                      PIC 9(5) VALUE 0.
77  WS-LIST-FROM                    PIC 9(5) VALUE 0.
77  WS-GAP-EDITED                   PIC +ZZ9.99.
77  WS-FLAG-TEXT                    PIC X(18) VALUE SPACES.

COPY 'runhist_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
        PERFORM DETERMINE-TREND-PARMS
        IF WS-DROP-PARM NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-DROP-PARM) = 0
            MOVE FUNCTION NUMVAL(WS-DROP-PARM) TO WS-DROP-PCT
        END-IF

        MOVE SPACES TO WS-HISTORY-FILENAME
        ACCEPT WS-HISTORY-FILENAME
            FROM ENVIRONMENT "DL100_HISTORY_DATASET"
        IF WS-HISTORY-FILENAME = SPACES
            MOVE "runhist.dat" TO WS-HISTORY-FILENAME
        END-IF.

      *> The history is keyed by run date, so the window is one
      *> START and a forward read that stops at the first entry past
      *> WS-WINDOW-TO - nothing outside the window is read.
    LOAD-DAY2-HISTORY.
        MOVE 0 TO WS-RUN-COUNT
        OPEN INPUT historyFile
                FUNCTION TRIM(WS-HISTORY-FILENAME)
                " - nothing to chart"
        ELSE
            MOVE LOW-VALUES TO RH-KEY
            MOVE WS-WINDOW-FROM TO RH-RUN-DATE
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
                        PERFORM TAKE-HISTORY-RECORD
                END-READ
            END-PERFORM
            CLOSE historyFile
        END-IF.

    TAKE-HISTORY-RECORD.
        IF RH-RUN-DATE > WS-WINDOW-TO
            SET EOF-REACHED TO TRUE
        ELSE
            IF RH-RUN-EVENT AND RH-PROGRAM = "Day2Driver"
                IF WS-RUN-COUNT >= WS-MAX-RUNS
                    DISPLAY "DAY2TREND: run table capacity of "
                        WS-MAX-RUNS " exceeded - remaining history"
                        " entries not charted"
                    SET EOF-REACHED TO TRUE
                ELSE
                    ADD 1 TO WS-RUN-COUNT
                    MOVE RH-RUN-DATE TO RUN-DATE-OF(WS-RUN-COUNT)
                    MOVE RH-ROWS TO RUN-ROWS(WS-RUN-COUNT)
                    MOVE RH-SAFE TO RUN-SAFE(WS-RUN-COUNT)
                    MOVE RH-SAFETOL TO RUN-SAFETOL(WS-RUN-COUNT)
                    MOVE RH-HAS-ROWS-SW
                        TO RUN-HAS-ROWS-SW(WS-RUN-COUNT)
                    MOVE 0 TO RUN-STRICT-RATE(WS-RUN-COUNT)
                    MOVE 0 TO RUN-TOL-RATE(WS-RUN-COUNT)
                    PERFORM RATE-ONE-RUN
                END-IF
            END-IF
        END-IF.

    RATE-ONE-RUN.
        IF RUN-HAS-ROWS-SW(WS-RUN-COUNT) = 'Y'
                AND RUN-ROWS(WS-RUN-COUNT) > 0

        IF WS-SKIPPED-NO-ROWS > 0
            MOVE SPACES TO trendFileRecord
            STRING WS-SKIPPED-NO-ROWS " RUNS PREDATE THE ROWS"
                   " FIGURE AND CARRY NO RATE"
                DELIMITED BY SIZE INTO trendFileRecord
            WRITE trendFileRecord
        END-IF.
