      *> ---------------------------------------------------------------
      *> TREND.CBL
      *>
      *> TrendReport reads the runs ARCHIVE-RUN posts to the keyed run
      *> history, groups them by PROGRAM and MODE, and writes a
      *> dated trend report: the last-N runs of each group, the
      *> day-over-day delta of TOTAL and SIMSCORE, min/max/average of
      *> both figures over a requested date window, and a flag on any
      *>   DL100_TREND_FROM    window start date YYYYMMDD (default all)
      *>   DL100_TREND_TO      window end date YYYYMMDD   (default all)
      *>   DL100_TREND_PCT     percent-move flag threshold (default 10)
      *>   DL100_HISTORY_DATASET run history       (default runhist.dat)
      *>
      *> The history is keyed by run date, so only the window is read:
      *> one START at the window start and a forward read that stops
      *> at the first entry past the window end. Release entries, runs
      *> ReverseRun has backed out, and figures this program does not
      *> chart are passed over.
      *> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. TrendReport.
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
        10 GROUP-PROGRAM            PIC X(20).
        10 GROUP-MODE               PIC X(2).

77  WS-TOKEN-KEY                    PIC X(20) VALUE SPACES.

77  WS-RUN-IX                       PIC 9(5) VALUE 0.
77  WS-GROUP-IX                     PIC 9(3) VALUE 0.
    88 WS-GROUP-FOUND               VALUE 'Y'.
    88 WS-GROUP-NOT-FOUND           VALUE 'N'.

77  WS-PCT-MOVE                     BINARY-DOUBLE.
77  WS-DELTA                        BINARY-DOUBLE.
77  WS-PREV-VAL                     BINARY-DOUBLE.
77  WS-PCT-EDITED                   PIC ZZ9.
77  WS-FLAG-TEXT                    PIC X(14) VALUE SPACES.

COPY 'runhist_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
        PERFORM DETERMINE-TREND-PARMS
        END-PERFORM

        CLOSE trendFile
        DISPLAY "TRENDREPORT: " WS-RUN-COUNT " history entries charted"
            " across " WS-GROUP-COUNT " program/mode groups - see "
            FUNCTION TRIM(WS-TREND-FILENAME)

    DETERMINE-TREND-PARMS.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

        MOVE SPACES TO WS-HISTORY-FILENAME
        ACCEPT WS-HISTORY-FILENAME
            FROM ENVIRONMENT "DL100_HISTORY_DATASET"
        IF WS-HISTORY-FILENAME = SPACES
            MOVE "runhist.dat" TO WS-HISTORY-FILENAME
        END-IF

        MOVE SPACES TO WS-TREND-FILENAME
        STRING "trend_" DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
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
            IF RH-RUN-EVENT AND NOT RH-REVERSED
                IF WS-RUN-COUNT >= WS-MAX-RUNS
                    DISPLAY "TRENDREPORT: run table capacity of "
                        WS-MAX-RUNS " exceeded - remaining history"
                        " entries not charted"
                    SET EOF-REACHED TO TRUE
                ELSE
                    ADD 1 TO WS-RUN-COUNT
                    MOVE RH-RUN-DATE TO RUN-DATE-OF(WS-RUN-COUNT)
                    MOVE RH-PROGRAM TO RUN-PROGRAM(WS-RUN-COUNT)
                    IF RH-MODE = SPACES
                        MOVE "-" TO RUN-MODE(WS-RUN-COUNT)
                    ELSE
                        MOVE RH-MODE TO RUN-MODE(WS-RUN-COUNT)
                    END-IF
                    MOVE RH-TOTAL TO RUN-TOTAL(WS-RUN-COUNT)
                    MOVE RH-SIMSCORE TO RUN-SIMSCORE(WS-RUN-COUNT)
                    MOVE RH-HAS-TOTAL-SW
                        TO RUN-HAS-TOTAL-SW(WS-RUN-COUNT)
                    MOVE RH-HAS-SIM-SW
                        TO RUN-HAS-SIM-SW(WS-RUN-COUNT)
                END-IF
            END-IF
        END-IF.

    BUILD-GROUP-TABLE.
        MOVE 0 TO WS-GROUP-COUNT
        PERFORM VARYING WS-RUN-IX FROM 1 BY 1
