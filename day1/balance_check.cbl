      *> figures land and nothing ever compares: the CONTROL TOTALS
      *> and figure lines of report_YYYYMMDD.txt, the T trailer of
      *> interface_YYYYMMDD.txt (with its D detail records counted on
      *> the way down), the run entry ARCHIVE-RUN posted to the
      *> keyed run history, and the accepted-line echo in
      *> audit_YYYYMMDD.txt. Any disagreement means an artifact was
      *> truncated or a run half-overwritten, and it should be caught
      *> the same night, not by the downstream team.
      *> Checks, for the date in DL100_BAL_DATE (default today):
      *>   - detail count: interface D records = interface trailer
      *>     count = report RECORDS figure = audit LINE echoes
      *>   - TOTAL: report = history entry = interface trailer
      *>   - SIMSCORE: report = history entry = interface trailer
      *>   - Day-3 log, when its artifacts are on disk:
      *>     day3_report_ INSTRUCTIONS / SUM OF PRODUCTS / SUM OF
      *>     ENABLED PRODUCTS = the Day3Driver history entry INSTR /
      *>     MULTOTAL / ENABLEDTOTAL, and the day3_audit_ echo count
      *>     (and its COUNTED=Y lines) = the report instruction counts
      *>
      *> Results go to balance_YYYYMMDD.txt. Condition codes: 0 = all
      *> figures agree, 8 = at least one mismatch, 12 = too little on
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ART-FILE-STATUS.

        SELECT historyFile ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RH-KEY
            FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT balanceFile ASSIGN TO DYNAMIC WS-BALANCE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

FD  artifactFile.
01  artifactFileRecord PIC X(220).

FD  historyFile.
COPY 'runhist_record.cpy'.

FD  balanceFile.
01  balanceFileRecord PIC X(132).

77  WS-ARTIFACT-FILENAME            PIC X(100) VALUE SPACES.
77  WS-ART-FILE-STATUS              PIC XX VALUE SPACES.
77  WS-BALANCE-FILENAME             PIC X(100) VALUE SPACES.
77  WS-HISTORY-FILENAME             PIC X(100) VALUE SPACES.
77  WS-HIST-FILE-STATUS             PIC XX VALUE SPACES.

01  WS-RUN-DATE                     PIC 9(8) VALUE 0.
01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
77  WS-HIST-HAS-TOTAL               PIC X VALUE 'N'.
77  WS-HIST-SIMSCORE                PIC 9(18) VALUE 0.
77  WS-HIST-HAS-SIM                 PIC X VALUE 'N'.
77  WS-HIST-TOTAL-SEQ               PIC 9(2) VALUE 0.
77  WS-HIST-SIM-SEQ                 PIC 9(2) VALUE 0.

      *> Audit figures.
77  WS-AUDIT-FOUND-SW               PIC X VALUE 'N'.
77  WS-AUDIT-LINES                  PIC 9(7) VALUE 0.

      *> Day-3 transaction-log figures, gathered from day3_report_,
      *> the Day3Driver history entry and day3_audit_.
77  WS-D3-ARTIFACTS-SEEN            PIC 9(2) VALUE 0.
77  WS-D3-RPT-FOUND-SW              PIC X VALUE 'N'.
77  WS-D3-RPT-INSTR                 PIC 9(7) VALUE 0.
77  WS-D3-RPT-ENABLED               PIC 9(7) VALUE 0.
77  WS-D3-RPT-MULTOTAL              PIC 9(18) VALUE 0.
77  WS-D3-RPT-ENTOTAL               PIC 9(18) VALUE 0.
77  WS-D3-RPT-PENDING               PIC X VALUE 'N'.
77  WS-D3-ENABLED-LINE-SW           PIC X VALUE 'N'.
77  WS-D3-HIST-FOUND-SW             PIC X VALUE 'N'.
77  WS-D3-HIST-INSTR                PIC 9(7) VALUE 0.
77  WS-D3-HIST-MULTOTAL             PIC 9(18) VALUE 0.
77  WS-D3-HIST-ENTOTAL              PIC 9(18) VALUE 0.
77  WS-D3-HIST-SEQ                  PIC 9(2) VALUE 0.
77  WS-D3-AUDIT-FOUND-SW            PIC X VALUE 'N'.
77  WS-D3-AUDIT-LINES               PIC 9(7) VALUE 0.
77  WS-D3-AUDIT-COUNTED             PIC 9(7) VALUE 0.
77  WS-D3-COUNTED-TALLY             PIC 9(4) VALUE 0.

77  WS-TOKEN                        PIC X(40) VALUE SPACES.
77  WS-TOKEN-IX                     PIC 9(2) VALUE 0.
77  WS-UNSTRING-PTR                 PIC 9(4) VALUE 1.

77  WS-SEQ-CHAIN-SW                 PIC X VALUE 'N'.
    88 WS-SEQ-CHAIN-ENDED           VALUE 'Y'.
    88 WS-SEQ-CHAIN-LIVE            VALUE 'N'.

COPY 'runhist_working_storage.cpy'.

77  WS-MISMATCHES                   PIC 9(3) VALUE 0.
77  WS-ARTIFACTS-SEEN               PIC 9(2) VALUE 0.
        PERFORM GATHER-INTERFACE-FIGURES
        PERFORM GATHER-HISTORY-FIGURES
        PERFORM GATHER-AUDIT-FIGURES
        PERFORM GATHER-DAY3-REPORT-FIGURES
        PERFORM GATHER-DAY3-AUDIT-FIGURES

        OPEN OUTPUT balanceFile
        PERFORM WRITE-BALANCE-HEADING

        IF WS-ARTIFACTS-SEEN < 2 AND WS-D3-ARTIFACTS-SEEN < 2
            MOVE SPACES TO balanceFileRecord
            STRING "ONLY " WS-ARTIFACTS-SEEN " ARTIFACTS ON DISK"
                   " FOR " WS-BAL-DATE-X
            STOP RUN
        END-IF

      *> Either feed may be balanced on its own - a day3-only date
      *> is still worth cross-footing, and the reverse.
        IF WS-ARTIFACTS-SEEN < 2
            MOVE SPACES TO balanceFileRecord
            STRING "NOTE: ONLY " WS-ARTIFACTS-SEEN " DAY1 ARTIFACTS"
                   " ON DISK FOR " WS-BAL-DATE-X " - DAY1 NOT CHECKED"
                DELIMITED BY SIZE INTO balanceFileRecord
            WRITE balanceFileRecord
        ELSE
            PERFORM CROSS-FOOT-DETAIL-COUNTS
            PERFORM CROSS-FOOT-TOTALS
            PERFORM CROSS-FOOT-SIMSCORES
        END-IF
        IF WS-D3-ARTIFACTS-SEEN >= 2
            PERFORM CROSS-FOOT-DAY3-FIGURES
        END-IF
        PERFORM WRITE-BALANCE-VERDICT
        CLOSE balanceFile

               ".txt" DELIMITED BY SIZE
            INTO WS-BALANCE-FILENAME.

      *> A restated day's history entry and interface extract carry
      *> the rerun's figures, so the report and audit must come from
      *> the same rerun or every restated day cross-foots the new
      *> figures against the old files and cries wolf.
            CLOSE artifactFile
        END-IF.

      *> The history is keyed by date, so the balance date's entries
      *> are one START away. The highest rerun sequence for the date
      *> wins, so a rerun is balanced against the figures that
      *> superseded the first run.
    GATHER-HISTORY-FIGURES.
        MOVE SPACES TO WS-HISTORY-FILENAME
        ACCEPT WS-HISTORY-FILENAME
            FROM ENVIRONMENT "DL100_HISTORY_DATASET"
        IF WS-HISTORY-FILENAME = SPACES
            MOVE "runhist.dat" TO WS-HISTORY-FILENAME
        END-IF

        OPEN INPUT historyFile
        IF WS-HIST-FILE-STATUS = "00"
            MOVE LOW-VALUES TO RH-KEY
            MOVE WS-BAL-DATE TO RH-RUN-DATE
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
                        IF RH-RUN-DATE NOT = WS-BAL-DATE
                            SET WS-HIST-EOF TO TRUE
                        ELSE
                            PERFORM PARSE-HISTORY-LINE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE historyFile
            IF WS-HIST-FOUND-SW = 'Y'
                ADD 1 TO WS-ARTIFACTS-SEEN
            END-IF
            IF WS-D3-HIST-FOUND-SW = 'Y'
                ADD 1 TO WS-D3-ARTIFACTS-SEEN
            END-IF
        END-IF.

      *> The latest entry wins per figure, not per entry - standalone
      *> Day1 archives TOTAL only and Day1Part2 SIMSCORE only, and
      *> neither may wipe the figure the other carried. Corrected
      *> runs (MODE=C) restate under their own _CORRECTED artifact
      *> names and are not cross-footed here, so their history entry
      *> must not displace the main run's figures.
    PARSE-HISTORY-LINE.
        IF RH-RUN-EVENT
                AND RH-MODE(1:1) NOT = "C"
                AND (RH-PROGRAM = "Day1Driver"
                    OR RH-PROGRAM = "Day1"
                    OR RH-PROGRAM = "Day1Part2")
            MOVE 'Y' TO WS-HIST-FOUND-SW
            IF RH-HAS-TOTAL
                    AND (WS-HIST-HAS-TOTAL = 'N'
                        OR RH-RERUN-SEQ >= WS-HIST-TOTAL-SEQ)
                MOVE RH-TOTAL TO WS-HIST-TOTAL
                MOVE 'Y' TO WS-HIST-HAS-TOTAL
                MOVE RH-RERUN-SEQ TO WS-HIST-TOTAL-SEQ
            END-IF
            IF RH-HAS-SIM
                    AND (WS-HIST-HAS-SIM = 'N'
                        OR RH-RERUN-SEQ >= WS-HIST-SIM-SEQ)
                MOVE RH-SIMSCORE TO WS-HIST-SIMSCORE
                MOVE 'Y' TO WS-HIST-HAS-SIM
                MOVE RH-RERUN-SEQ TO WS-HIST-SIM-SEQ
            END-IF
        END-IF
        IF RH-RUN-EVENT
                AND RH-PROGRAM = "Day3Driver"
                AND (WS-D3-HIST-FOUND-SW = 'N'
                    OR RH-RERUN-SEQ >= WS-D3-HIST-SEQ)
            MOVE 'Y' TO WS-D3-HIST-FOUND-SW
            MOVE RH-INSTR TO WS-D3-HIST-INSTR
            MOVE RH-MULTOTAL TO WS-D3-HIST-MULTOTAL
            MOVE RH-ENABLEDTOTAL TO WS-D3-HIST-ENTOTAL
            MOVE RH-RERUN-SEQ TO WS-D3-HIST-SEQ
        END-IF.

    GATHER-AUDIT-FIGURES.
            CLOSE artifactFile
        END-IF.

      *> The day-3 report carries its figures on two RUN DATE lines:
      *> INSTRUCTIONS / SUM OF PRODUCTS for every well-formed
      *> instruction, and the same pair after ENABLED for the ones
      *> met while counting was switched on.
    GATHER-DAY3-REPORT-FIGURES.
        MOVE SPACES TO WS-ARTIFACT-FILENAME
        STRING "day3_report_" WS-BAL-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-ARTIFACT-FILENAME
        OPEN INPUT artifactFile
        IF WS-ART-FILE-STATUS NOT = "00"
            CLOSE artifactFile
        ELSE
            MOVE 'Y' TO WS-D3-RPT-FOUND-SW
            ADD 1 TO WS-D3-ARTIFACTS-SEEN
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ artifactFile INTO artifactFileRecord
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        PERFORM PARSE-DAY3-REPORT-LINE
                END-READ
            END-PERFORM
            CLOSE artifactFile
        END-IF.

    PARSE-DAY3-REPORT-LINE.
        IF artifactFileRecord(1:10) = "RUN DATE: "
            MOVE 'N' TO WS-D3-RPT-PENDING
            MOVE 'N' TO WS-D3-ENABLED-LINE-SW
            MOVE 1 TO WS-UNSTRING-PTR
            MOVE 0 TO WS-TOKEN-IX
            PERFORM EXTRACT-ARTIFACT-TOKEN
            PERFORM UNTIL WS-TOKEN = SPACES OR WS-TOKEN-IX > 20
                ADD 1 TO WS-TOKEN-IX
                PERFORM APPLY-DAY3-REPORT-TOKEN
                PERFORM EXTRACT-ARTIFACT-TOKEN
            END-PERFORM
        END-IF.

    APPLY-DAY3-REPORT-TOKEN.
        EVALUATE TRUE
            WHEN WS-TOKEN = "ENABLED"
                MOVE 'Y' TO WS-D3-ENABLED-LINE-SW
            WHEN WS-TOKEN = "INSTRUCTIONS:"
                MOVE 'I' TO WS-D3-RPT-PENDING
            WHEN WS-TOKEN = "PRODUCTS:"
                MOVE 'P' TO WS-D3-RPT-PENDING
            WHEN FUNCTION TEST-NUMVAL(WS-TOKEN) = 0
                EVALUATE TRUE
                    WHEN WS-D3-RPT-PENDING = 'I'
                            AND WS-D3-ENABLED-LINE-SW = 'Y'
                        MOVE FUNCTION NUMVAL(WS-TOKEN)
                            TO WS-D3-RPT-ENABLED
                    WHEN WS-D3-RPT-PENDING = 'I'
                        MOVE FUNCTION NUMVAL(WS-TOKEN)
                            TO WS-D3-RPT-INSTR
                    WHEN WS-D3-RPT-PENDING = 'P'
                            AND WS-D3-ENABLED-LINE-SW = 'Y'
                        MOVE FUNCTION NUMVAL(WS-TOKEN)
                            TO WS-D3-RPT-ENTOTAL
                    WHEN WS-D3-RPT-PENDING = 'P'
                        MOVE FUNCTION NUMVAL(WS-TOKEN)
                            TO WS-D3-RPT-MULTOTAL
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                MOVE 'N' TO WS-D3-RPT-PENDING
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

      *> Every accepted instruction is echoed as a LINE entry; the
      *> ones that counted toward the enabled figure say COUNTED=Y.
    GATHER-DAY3-AUDIT-FIGURES.
        MOVE SPACES TO WS-ARTIFACT-FILENAME
        STRING "day3_audit_" WS-BAL-DATE-X ".txt"
            DELIMITED BY SIZE INTO WS-ARTIFACT-FILENAME
        OPEN INPUT artifactFile
        IF WS-ART-FILE-STATUS NOT = "00"
            CLOSE artifactFile
        ELSE
            MOVE 'Y' TO WS-D3-AUDIT-FOUND-SW
            ADD 1 TO WS-D3-ARTIFACTS-SEEN
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ artifactFile INTO artifactFileRecord
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        IF artifactFileRecord(1:5) = "LINE "
                            ADD 1 TO WS-D3-AUDIT-LINES
                            MOVE 0 TO WS-D3-COUNTED-TALLY
                            INSPECT artifactFileRecord TALLYING
                                WS-D3-COUNTED-TALLY FOR ALL "COUNTED=Y"
                            IF WS-D3-COUNTED-TALLY > 0
                                ADD 1 TO WS-D3-AUDIT-COUNTED
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE artifactFile
        END-IF.

    EXTRACT-ARTIFACT-TOKEN.
        MOVE SPACES TO WS-TOKEN
        IF WS-UNSTRING-PTR <= FUNCTION LENGTH(artifactFileRecord)
            PERFORM COMPARE-TWO-FIGURES
        END-IF.

    CROSS-FOOT-DAY3-FIGURES.
        MOVE SPACES TO balanceFileRecord
        STRING "---- DAY3 TRANSACTION LOG ----"
            DELIMITED BY SIZE INTO balanceFileRecord
        WRITE balanceFileRecord

        IF WS-D3-RPT-FOUND-SW = 'Y' AND WS-D3-HIST-FOUND-SW = 'Y'
            MOVE "REPORT" TO WS-BAL-SRC-1
            MOVE "HISTORY" TO WS-BAL-SRC-2
            MOVE "D3-INSTR" TO WS-BAL-FIGURE
            MOVE WS-D3-RPT-INSTR TO WS-BAL-VAL-1
            MOVE WS-D3-HIST-INSTR TO WS-BAL-VAL-2
            PERFORM COMPARE-TWO-FIGURES
            MOVE "D3-MULTOTAL" TO WS-BAL-FIGURE
            MOVE WS-D3-RPT-MULTOTAL TO WS-BAL-VAL-1
            MOVE WS-D3-HIST-MULTOTAL TO WS-BAL-VAL-2
            PERFORM COMPARE-TWO-FIGURES
            MOVE "D3-ENABLEDTOT" TO WS-BAL-FIGURE
            MOVE WS-D3-RPT-ENTOTAL TO WS-BAL-VAL-1
            MOVE WS-D3-HIST-ENTOTAL TO WS-BAL-VAL-2
            PERFORM COMPARE-TWO-FIGURES
        END-IF
        IF WS-D3-RPT-FOUND-SW = 'Y' AND WS-D3-AUDIT-FOUND-SW = 'Y'
            MOVE "REPORT" TO WS-BAL-SRC-1
            MOVE "AUDIT-ECHO" TO WS-BAL-SRC-2
            MOVE "D3-INSTR" TO WS-BAL-FIGURE
            MOVE WS-D3-RPT-INSTR TO WS-BAL-VAL-1
            MOVE WS-D3-AUDIT-LINES TO WS-BAL-VAL-2
            PERFORM COMPARE-TWO-FIGURES
            MOVE "D3-ENABLED" TO WS-BAL-FIGURE
            MOVE WS-D3-RPT-ENABLED TO WS-BAL-VAL-1
            MOVE WS-D3-AUDIT-COUNTED TO WS-BAL-VAL-2
            PERFORM COMPARE-TWO-FIGURES
        END-IF.

    COMPARE-TWO-FIGURES.
        MOVE SPACES TO balanceFileRecord
        IF WS-BAL-VAL-1 = WS-BAL-VAL-2
