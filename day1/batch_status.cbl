      *>
      *> BatchStatus replaces the morning hand-check of the overnight
      *> batch. For one date (DL100_STATUS_DATE, default today) it
      *> sweeps the run directory for everything the Day1Driver,
      *> Day2Driver and Day3Driver runs leave behind - history entries,
      *> reports, alert files, exception files, interface extract,
      *> and any surviving lock, checkpoint or sort work files - and
      *> writes one batch-status page (batchstatus_YYYYMMDD.txt):
      *>
      *>   - per feed: ran / did not run (from the run history), the
      *>     rows read and rejected parsed back out of the report's
      *>     CONTROL TOTALS section, and the figures archived
      *>   - alerts raised (alert file present, with its line count)
            FILE STATUS IS WS-PROBE-FILE-STATUS.

        SELECT historyFile ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RH-KEY
            FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT statusFile ASSIGN TO DYNAMIC WS-STATUS-FILENAME
01  probeFileRecord PIC X(220).

FD  historyFile.
COPY 'runhist_record.cpy'.

FD  statusFile.
01  statusFileRecord PIC X(132).
WORKING-STORAGE SECTION.
77  WS-PROBE-FILENAME               PIC X(100) VALUE SPACES.
77  WS-PROBE-FILE-STATUS            PIC XX VALUE SPACES.
77  WS-HISTORY-FILENAME             PIC X(100) VALUE SPACES.
77  WS-HIST-FILE-STATUS             PIC XX VALUE SPACES.
77  WS-STATUS-FILENAME              PIC X(100) VALUE SPACES.


77  WS-PROBE-LINES                  PIC 9(7) VALUE 0.

      *> Report-line scan state for the CONTROL TOTALS token walk.
77  WS-TOKEN                        PIC X(40) VALUE SPACES.
77  WS-TOKEN-IX                     PIC 9(2) VALUE 0.
77  WS-UNSTRING-PTR                 PIC 9(4) VALUE 1.

77  WS-DAY1-RAN-SW                  PIC X VALUE 'N'.
    88 WS-DAY1-RAN                  VALUE 'Y'.
77  WS-DAY2-RAN-SW                  PIC X VALUE 'N'.
    88 WS-DAY2-RAN                  VALUE 'Y'.
77  WS-DAY3-RAN-SW                  PIC X VALUE 'N'.
    88 WS-DAY3-RAN                  VALUE 'Y'.
77  WS-DAY1-HIST-LINE               PIC X(220) VALUE SPACES.
77  WS-DAY2-HIST-LINE               PIC X(220) VALUE SPACES.
77  WS-DAY3-HIST-LINE               PIC X(220) VALUE SPACES.
77  WS-RELEASE-LINE                 PIC X(220) VALUE SPACES.
77  WS-DAY1-HIST-SEQ                PIC 9(2) VALUE 0.
77  WS-DAY2-HIST-SEQ                PIC 9(2) VALUE 0.
77  WS-DAY3-HIST-SEQ                PIC 9(2) VALUE 0.

COPY 'runhist_working_storage.cpy'.

      *> CONTROL TOTALS figures parsed back out of each report.
77  WS-CT-FOUND-SW                  PIC X VALUE 'N'.
77  WS-DAY2-READ                    PIC 9(7) VALUE 0.
77  WS-DAY2-REJECTED                PIC 9(7) VALUE 0.
77  WS-DAY2-CT-SW                   PIC X VALUE 'N'.
77  WS-DAY3-READ                    PIC 9(7) VALUE 0.
77  WS-DAY3-REJECTED                PIC 9(7) VALUE 0.
77  WS-DAY3-CT-SW                   PIC X VALUE 'N'.

77  WS-ALERT-LINES                  PIC 9(7) VALUE 0.
77  WS-DAY1-EXC-LINES               PIC 9(7) VALUE 0.
77  WS-DAY2-EXC-LINES               PIC 9(7) VALUE 0.
77  WS-DAY3-EXC-LINES               PIC 9(7) VALUE 0.
77  WS-LEFTOVER-COUNT               PIC 9(3) VALUE 0.

77  WS-DERIVED-CC                   PIC 9(2) VALUE 0.

      *> Same-day rerun chain: a restated day's history entry carries
      *> the rerun's figures, so the rows read/rejected must be read
      *> off the matching report_..._Rnn, not the superseded base
      *> report. The audit chain is the sequence anchor, exactly as
        PERFORM SCAN-HISTORY-LINES
        PERFORM GATHER-DAY1-FIGURES
        PERFORM GATHER-DAY2-FIGURES
        PERFORM GATHER-DAY3-FIGURES
        PERFORM GATHER-ALERT-FIGURES

        OPEN OUTPUT statusFile
        PERFORM WRITE-STATUS-HEADING
        PERFORM WRITE-DAY1-SECTION
        PERFORM WRITE-DAY2-SECTION
        PERFORM WRITE-DAY3-SECTION
        PERFORM WRITE-ALERT-SECTION
        PERFORM WRITE-LEFTOVER-SECTION
        CLOSE statusFile
        STRING "batchstatus_" DELIMITED BY SIZE
               WS-STATUS-DATE-X DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
            INTO WS-STATUS-FILENAME

        MOVE SPACES TO WS-HISTORY-FILENAME
        ACCEPT WS-HISTORY-FILENAME
            FROM ENVIRONMENT "DL100_HISTORY_DATASET"
        IF WS-HISTORY-FILENAME = SPACES
            MOVE "runhist.dat" TO WS-HISTORY-FILENAME
        END-IF.

      *> The history is keyed by date, so the status date's entries
      *> are one START away. The highest rerun sequence per feed wins,
      *> so a same-day rerun shows the figures that actually
      *> superseded the first run. Release entries are picked up for
      *> the interface hand-off.
    SCAN-HISTORY-LINES.
        OPEN INPUT historyFile
        IF WS-HIST-FILE-STATUS NOT = "00"
            DISPLAY "BATCHSTATUS: no run history "
                FUNCTION TRIM(WS-HISTORY-FILENAME)
                " - run status derived from artifacts only"
        ELSE
            MOVE LOW-VALUES TO RH-KEY
            MOVE WS-STATUS-DATE TO RH-RUN-DATE
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
                        IF RH-RUN-DATE NOT = WS-STATUS-DATE
                            SET WS-HIST-EOF TO TRUE
                        ELSE
                            PERFORM EXAMINE-HISTORY-LINE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE historyFile
        END-IF.

    EXAMINE-HISTORY-LINE.
        PERFORM FORMAT-HISTORY-LINE
        IF RH-RUN-EVENT
            IF (RH-PROGRAM = "Day1Driver" OR RH-PROGRAM = "Day1")
                    AND (WS-DAY1-HIST-LINE = SPACES
                        OR RH-RERUN-SEQ >= WS-DAY1-HIST-SEQ)
                SET WS-DAY1-RAN TO TRUE
                MOVE WS-HIST-LINE-TEXT TO WS-DAY1-HIST-LINE
                MOVE RH-RERUN-SEQ TO WS-DAY1-HIST-SEQ
            END-IF
            IF RH-PROGRAM = "Day2Driver"
                    AND (WS-DAY2-HIST-LINE = SPACES
                        OR RH-RERUN-SEQ >= WS-DAY2-HIST-SEQ)
                SET WS-DAY2-RAN TO TRUE
                MOVE WS-HIST-LINE-TEXT TO WS-DAY2-HIST-LINE
                MOVE RH-RERUN-SEQ TO WS-DAY2-HIST-SEQ
            END-IF
            IF RH-PROGRAM = "Day3Driver"
                    AND (WS-DAY3-HIST-LINE = SPACES
                        OR RH-RERUN-SEQ >= WS-DAY3-HIST-SEQ)
                SET WS-DAY3-RAN TO TRUE
                MOVE WS-HIST-LINE-TEXT TO WS-DAY3-HIST-LINE
                MOVE RH-RERUN-SEQ TO WS-DAY3-HIST-SEQ
            END-IF
        END-IF
        IF RH-RELEASE-EVENT
            MOVE WS-HIST-LINE-TEXT TO WS-RELEASE-LINE
        END-IF.

    FIND-LATEST-DAY1-SEQUENCE.
        PERFORM COUNT-PROBE-LINES
        MOVE WS-PROBE-LINES TO WS-DAY2-EXC-LINES.

    GATHER-DAY3-FIGURES.
        MOVE SPACES TO WS-PROBE-FILENAME
        STRING "day3_report_" WS-STATUS-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-PROBE-FILENAME
        PERFORM PARSE-CONTROL-TOTALS
        MOVE WS-CT-READ TO WS-DAY3-READ
        MOVE WS-CT-REJECTED TO WS-DAY3-REJECTED
        MOVE WS-CT-FOUND-SW TO WS-DAY3-CT-SW

        MOVE SPACES TO WS-PROBE-FILENAME
        STRING "day3_exceptions_" WS-STATUS-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-PROBE-FILENAME
        PERFORM COUNT-PROBE-LINES
        MOVE WS-PROBE-LINES TO WS-DAY3-EXC-LINES.

    GATHER-ALERT-FIGURES.
        MOVE SPACES TO WS-PROBE-FILENAME
        STRING "alert_" WS-STATUS-DATE-X ".txt"
            WRITE statusFileRecord
        ELSE
            MOVE SPACES TO statusFileRecord
            STRING "DID NOT RUN - NO HISTORY ENTRY FOR "
                   WS-STATUS-DATE-X
                DELIMITED BY SIZE INTO statusFileRecord
            WRITE statusFileRecord
            WRITE statusFileRecord
        ELSE
            MOVE SPACES TO statusFileRecord
            STRING "DID NOT RUN - NO HISTORY ENTRY FOR "
                   WS-STATUS-DATE-X
                DELIMITED BY SIZE INTO statusFileRecord
            WRITE statusFileRecord
            DELIMITED BY SIZE INTO statusFileRecord
        WRITE statusFileRecord.

    WRITE-DAY3-SECTION.
        MOVE SPACES TO statusFileRecord
        STRING "---- FEED DAY3 ----"
            DELIMITED BY SIZE INTO statusFileRecord
        WRITE statusFileRecord

        IF WS-DAY3-RAN
            MOVE SPACES TO statusFileRecord
            STRING "RAN - HISTORY: "
                   FUNCTION TRIM(WS-DAY3-HIST-LINE)
                DELIMITED BY SIZE INTO statusFileRecord
            WRITE statusFileRecord
        ELSE
            MOVE SPACES TO statusFileRecord
            STRING "DID NOT RUN - NO HISTORY ENTRY FOR "
                   WS-STATUS-DATE-X
                DELIMITED BY SIZE INTO statusFileRecord
            WRITE statusFileRecord
        END-IF

      *> Day-3 rejects are near-miss instruction fragments, not whole
      *> lines, so the rejected figure can exceed the lines read.
        IF WS-DAY3-CT-SW = 'Y'
            MOVE SPACES TO statusFileRecord
            STRING "LINES READ: " WS-DAY3-READ
                   "  FRAGMENTS REJECTED: " WS-DAY3-REJECTED
                   "  EXCEPTION LINES: " WS-DAY3-EXC-LINES
                DELIMITED BY SIZE INTO statusFileRecord
            WRITE statusFileRecord
        ELSE
            MOVE SPACES TO statusFileRecord
            STRING "NO CONTROL TOTALS FOUND - REPORT MISSING"
                   " OR TRUNCATED"
                DELIMITED BY SIZE INTO statusFileRecord
            WRITE statusFileRecord
        END-IF

        MOVE 0 TO WS-DERIVED-CC
        IF WS-DAY3-REJECTED > 0 OR WS-DAY3-EXC-LINES > 0
            MOVE 4 TO WS-DERIVED-CC
        END-IF
        IF NOT WS-DAY3-RAN OR WS-DAY3-CT-SW = 'N'
            MOVE 12 TO WS-DERIVED-CC
        END-IF
        MOVE SPACES TO statusFileRecord
        STRING "DERIVED SEVERITY: " WS-DERIVED-CC
            DELIMITED BY SIZE INTO statusFileRecord
        WRITE statusFileRecord.

    WRITE-ALERT-SECTION.
        MOVE SPACES TO statusFileRecord
        STRING "---- ALERTS AND HAND-OFF ----"
            DELIMITED BY SIZE INTO WS-PROBE-FILENAME
        PERFORM REPORT-LEFTOVER-FILE

        MOVE SPACES TO WS-PROBE-FILENAME
        STRING "day3_lock_" WS-STATUS-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-PROBE-FILENAME
        PERFORM REPORT-LEFTOVER-FILE

        MOVE SPACES TO WS-PROBE-FILENAME
        STRING "checkpoint_" WS-STATUS-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-PROBE-FILENAME
            DELIMITED BY SIZE INTO WS-PROBE-FILENAME
        PERFORM REPORT-LEFTOVER-FILE

        MOVE SPACES TO WS-PROBE-FILENAME
        STRING "day3_checkpoint_" WS-STATUS-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-PROBE-FILENAME
        PERFORM REPORT-LEFTOVER-FILE

        MOVE SPACES TO WS-PROBE-FILENAME
        STRING "sorted1_" WS-STATUS-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-PROBE-FILENAME

        IF WS-LEFTOVER-COUNT = 0
            MOVE SPACES TO statusFileRecord
            STRING "NONE - CLEAN SHUTDOWN ON ALL FEEDS"
                DELIMITED BY SIZE INTO statusFileRecord
            WRITE statusFileRecord
        END-IF.
                DELIMITED BY SIZE INTO statusFileRecord
            WRITE statusFileRecord
        END-IF.

    COPY 'runhist_format.cpy'.
