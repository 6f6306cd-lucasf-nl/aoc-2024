      *>   DL100_KEEP_REPORT_DAYS   roll report_YYYYMMDD.txt to the
      *>                            yearly archive_reports_YYYY.txt
      *>                            archive area                  (90)
      *>   DL100_KEEP_HISTORY_DAYS  trim the keyed run history to a
      *>                            rolling window, trimmed entries
      *>                            written as text lines to
      *>                            history_archive_YYYY.txt     (365)
      *>   DL100_HISTORY_DATASET    run history   (default runhist.dat)
      *>   DL100_KEEP_LEDGER_DAYS   trim the keyed ID activity ledger
      *>                            to a rolling window          (800)
      *>   DL100_LEDGER_DATASET     ID activity ledger
      *>                                        (default idledger.dat)
      *>   DL100_SWEEP_DAYS         how far back the dated-file sweep
      *>                            looks                        (730)
      *>   DL100_DISTRIBUTION_DATASET distribution list whose
      *>                            recipients' report bundles are
      *>                            purged with the reports
      *>                                        (default distlist.txt)
      *>
      *> Every removal or move is logged to purge_YYYYMMDD.txt so an
      *> operator can see exactly what housekeeping did - the ad-hoc
        SELECT purgeFile ASSIGN TO DYNAMIC WS-PURGE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT distFile ASSIGN TO DYNAMIC WS-DIST-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DIST-FILE-STATUS.

        SELECT historyFile ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RH-KEY
            FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT ledgerFile ASSIGN TO DYNAMIC WS-LEDGER-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LD-KEY
            FILE STATUS IS WS-LEDGER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  candidateFile.
FD  purgeFile.
01  purgeFileRecord PIC X(132).

FD  distFile.
01  distFileRecord PIC X(132).

FD  historyFile.
COPY 'runhist_record.cpy'.

FD  ledgerFile.
COPY 'ledger_record.cpy'.

WORKING-STORAGE SECTION.
77  WS-CAND-FILENAME                PIC X(100) VALUE SPACES.
77  WS-ARCHIVE-FILENAME             PIC X(100) VALUE SPACES.
77  WS-ARCH-FILE-STATUS             PIC XX VALUE SPACES.
77  WS-PURGE-FILENAME               PIC X(100) VALUE SPACES.
77  WS-HISTORY-FILENAME             PIC X(100) VALUE SPACES.
77  WS-HIST-FILE-STATUS             PIC XX VALUE SPACES.
77  WS-LEDGER-FILENAME              PIC X(100) VALUE SPACES.
77  WS-LEDGER-FILE-STATUS           PIC XX VALUE SPACES.
77  WS-DIST-FILENAME                PIC X(100) VALUE SPACES.
77  WS-DIST-FILE-STATUS             PIC XX VALUE SPACES.

01  WS-RUN-DATE                     PIC 9(8) VALUE 0.
01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
77  WS-KEEP-CKPT-DAYS               PIC 9(4) VALUE 7.
77  WS-KEEP-REPORT-DAYS             PIC 9(4) VALUE 90.
77  WS-KEEP-HISTORY-DAYS            PIC 9(4) VALUE 365.
77  WS-KEEP-LEDGER-DAYS             PIC 9(4) VALUE 800.
77  WS-SWEEP-DAYS                   PIC 9(4) VALUE 730.
77  WS-PARM                         PIC X(10) VALUE SPACES.

77  WS-PURGED-COUNT                 PIC 9(5) VALUE 0.
77  WS-ARCHIVED-COUNT               PIC 9(5) VALUE 0.
77  WS-HIST-KEPT                    PIC 9(7) VALUE 0.
77  WS-HIST-TRIMMED                 PIC 9(7) VALUE 0.
77  WS-LEDGER-TRIMMED               PIC 9(9) VALUE 0.
77  WS-COPY-LINES                   PIC 9(7) VALUE 0.

77  EOF PIC X VALUE 'N'.
    88 EOF-REACHED                  VALUE 'Y'.

01  WS-LINE-DATE                    PIC 9(8) VALUE 0.
01  WS-LINE-DATE-R REDEFINES WS-LINE-DATE.
    05 WS-LINE-YEAR                 PIC 9(4).
    05 FILLER                       PIC 9(4).
77  WS-HIST-CUTOFF-INT              PIC 9(8) VALUE 0.
77  WS-HIST-CUTOFF-DATE             PIC 9(8) VALUE 0.
77  WS-LEDGER-CUTOFF-INT            PIC 9(8) VALUE 0.
77  WS-LEDGER-CUTOFF-DATE           PIC 9(8) VALUE 0.
77  WS-LEDGER-TRIM-SW               PIC X VALUE 'N'.
    88 WS-LEDGER-TRIM-DONE          VALUE 'Y'.
    88 WS-LEDGER-TRIM-MORE          VALUE 'N'.

77  WS-CLASS-PREFIX                 PIC X(20) VALUE SPACES.
77  WS-CLASS-SUFFIX                 PIC X(30) VALUE SPACES.

      *> Recipients named in the distribution list; each has a
      *> bundle_YYYYMMDD_<recipient>.txt per day it was sent reports.
77  WS-RCP-MAX                      PIC 9(3) VALUE 50.
77  WS-RCP-COUNT                    PIC 9(3) VALUE 0.
77  WS-RCP-IX                       PIC 9(3) VALUE 0.
01  WS-RECIPIENT-TABLE.
    05 WS-RECIPIENT-ID OCCURS 50 TIMES PIC X(20).
77  WS-RCP-KNOWN-SW                 PIC X VALUE 'N'.
    88 WS-RCP-KNOWN                 VALUE 'Y'.
    88 WS-RCP-NEW                   VALUE 'N'.
77  WS-DL-KEYWORD                   PIC X(12) VALUE SPACES.
77  WS-DL-ID                        PIC X(30) VALUE SPACES.

77  WS-CAND-FOUND-SW                PIC X VALUE 'N'.
    88 WS-CAND-FOUND                VALUE 'Y'.
77  WS-SUM-INT                      PIC 9(8) VALUE 0.
01  WS-SUM-TO-DATE                  PIC 9(8) VALUE 0.
01  WS-SUM-TO-DATE-X REDEFINES WS-SUM-TO-DATE PIC X(8).

COPY 'runhist_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
               " CKPT=" WS-KEEP-CKPT-DAYS
               " REPORT=" WS-KEEP-REPORT-DAYS
               " HISTORY=" WS-KEEP-HISTORY-DAYS
               " LEDGER=" WS-KEEP-LEDGER-DAYS
            DELIMITED BY SIZE INTO purgeFileRecord
        WRITE purgeFileRecord

        PERFORM SWEEP-DATED-FILES
        PERFORM TRIM-HISTORY-FILE
        PERFORM TRIM-LEDGER-FILE

        MOVE SPACES TO purgeFileRecord
        STRING "PURGE TOTALS: " WS-PURGED-COUNT " PURGED, "
               WS-ARCHIVED-COUNT " ARCHIVED, "
               WS-HIST-TRIMMED " HISTORY ENTRIES TRIMMED, "
               WS-LEDGER-TRIMMED " LEDGER ENTRIES TRIMMED"
            DELIMITED BY SIZE INTO purgeFileRecord
        WRITE purgeFileRecord
        CLOSE purgeFile

        DISPLAY "HOUSEKEEPING: " WS-PURGED-COUNT " purged, "
            WS-ARCHIVED-COUNT " archived, " WS-HIST-TRIMMED
            " history entries trimmed - see "
            FUNCTION TRIM(WS-PURGE-FILENAME)

        STOP RUN.
        PERFORM ACCEPT-CKPT-PARM
        PERFORM ACCEPT-REPORT-PARM
        PERFORM ACCEPT-HISTORY-PARM
        PERFORM ACCEPT-LEDGER-PARM
        PERFORM ACCEPT-SWEEP-PARM
        PERFORM LOAD-BUNDLE-RECIPIENTS.

    ACCEPT-AUDIT-PARM.
        MOVE SPACES TO WS-PARM
        IF WS-PARM NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-PARM) = 0
            MOVE FUNCTION NUMVAL(WS-PARM) TO WS-KEEP-HISTORY-DAYS
        END-IF

        MOVE SPACES TO WS-HISTORY-FILENAME
        ACCEPT WS-HISTORY-FILENAME
            FROM ENVIRONMENT "DL100_HISTORY_DATASET"
        IF WS-HISTORY-FILENAME = SPACES
            MOVE "runhist.dat" TO WS-HISTORY-FILENAME
        END-IF.

    ACCEPT-LEDGER-PARM.
        MOVE SPACES TO WS-PARM
        ACCEPT WS-PARM FROM ENVIRONMENT "DL100_KEEP_LEDGER_DAYS"
        IF WS-PARM NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-PARM) = 0
            MOVE FUNCTION NUMVAL(WS-PARM) TO WS-KEEP-LEDGER-DAYS
        END-IF

        MOVE SPACES TO WS-LEDGER-FILENAME
        ACCEPT WS-LEDGER-FILENAME
            FROM ENVIRONMENT "DL100_LEDGER_DATASET"
        IF WS-LEDGER-FILENAME = SPACES
            MOVE "idledger.dat" TO WS-LEDGER-FILENAME
        END-IF.

    ACCEPT-SWEEP-PARM.
            MOVE FUNCTION NUMVAL(WS-PARM) TO WS-SWEEP-DAYS
        END-IF.

      *> Only the recipient ids are wanted here; ReportBundle checks
      *> the rest of each line, so a line it would reject is simply
      *> one more name to look for.
    LOAD-BUNDLE-RECIPIENTS.
        MOVE SPACES TO WS-DIST-FILENAME
        ACCEPT WS-DIST-FILENAME
            FROM ENVIRONMENT "DL100_DISTRIBUTION_DATASET"
        IF WS-DIST-FILENAME = SPACES
            MOVE "distlist.txt" TO WS-DIST-FILENAME
        END-IF

        MOVE 0 TO WS-RCP-COUNT
        OPEN INPUT distFile
        IF WS-DIST-FILE-STATUS NOT = "00"
            CLOSE distFile
        ELSE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ distFile
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        PERFORM TAKE-BUNDLE-RECIPIENT
                END-READ
            END-PERFORM
            CLOSE distFile
            MOVE 'N' TO EOF
        END-IF.

    TAKE-BUNDLE-RECIPIENT.
        MOVE SPACES TO WS-DL-KEYWORD WS-DL-ID
        UNSTRING FUNCTION TRIM(distFileRecord)
            DELIMITED BY ALL SPACE
            INTO WS-DL-KEYWORD, WS-DL-ID
        END-UNSTRING
        IF FUNCTION UPPER-CASE(WS-DL-KEYWORD) = "RECIPIENT"
                AND WS-DL-ID NOT = SPACES
                AND WS-DL-ID(21:) = SPACES
            MOVE FUNCTION UPPER-CASE(WS-DL-ID) TO WS-DL-ID
            SET WS-RCP-NEW TO TRUE
            PERFORM VARYING WS-RCP-IX FROM 1 BY 1
                    UNTIL WS-RCP-IX > WS-RCP-COUNT
                IF WS-RECIPIENT-ID(WS-RCP-IX) = WS-DL-ID
                    SET WS-RCP-KNOWN TO TRUE
                END-IF
            END-PERFORM
            IF WS-RCP-NEW
                    AND WS-RCP-COUNT < WS-RCP-MAX
                ADD 1 TO WS-RCP-COUNT
                MOVE WS-DL-ID TO WS-RECIPIENT-ID(WS-RCP-COUNT)
            END-IF
        END-IF.

      *> Walk back one day at a time over the sweep horizon; for each
      *> date, purge or archive whichever file classes have aged past
      *> their retention. Testing existence with OPEN INPUT keeps the
      *> listing needed. Every dated class the daily programs write
      *> is covered: the day1 and day2 run files, the rerun-versioned
      *> _Rnn and _CORRECTED variants, the operator listings (trend,
      *> recon, alert, frequency-spike, purge, batch-status,
      *> lifecycle, exception-analysis, SLA, TOTAL attribution,
      *> path-verification and capacity forecast reports, ID activity
      *> statements, test-data masking summaries and alert register
      *> run and ageing listings), the verdict files, the ack and
      *> balancing reconciliations, the stale-lock override and alert
      *> escalation listings, the master maintenance audit and
      *> exception listings, the run reversal audit, the interface
      *> extracts (including never-released _STAGED copies and
      *> _REVERSAL extracts), the report bundle run listings and
      *> the distribution list recipients' report bundles, the
      *> path-verification _VERIFY shadow outputs, range summaries,
      *> dead lock markers and abandoned sort work and phase-marker
      *> files.
                PERFORM BUILD-AND-PURGE
                MOVE "day2_verdicts_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "day2_compare_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "day3_audit_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "trend_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "day2_trend_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "excreport_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "slareport_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "attrib_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "statement_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "masksummary_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "alertrun_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "alertage_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "bundlerun_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "capreport_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "audit_" TO WS-CLASS-PREFIX
                MOVE "_VERIFY.txt" TO WS-CLASS-SUFFIX
                PERFORM BUILD-AND-PURGE
                PERFORM BUILD-AND-PURGE
                MOVE "day2_exceptions_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "day3_exceptions_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "recon_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "alert_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "spikes_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "ackrecon_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "ackalert_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "balance_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "lockalert_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "alertesc_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "maintexceptions_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "masterdiscrep_" TO WS-CLASS-PREFIX
                MOVE "recon_" TO WS-CLASS-PREFIX
                MOVE "_CORRECTED.txt" TO WS-CLASS-SUFFIX
                PERFORM BUILD-AND-PURGE
                MOVE "spikes_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "_VERIFY.txt" TO WS-CLASS-SUFFIX
                MOVE "exceptions_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                PERFORM BUILD-AND-PURGE
                MOVE "day2_checkpoint_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "day3_checkpoint_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "lock_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "day2_lock_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "day3_lock_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "sorted1_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "sorted2_" TO WS-CLASS-PREFIX
                    DELIMITED BY SIZE INTO WS-CAND-FILENAME
                PERFORM ARCHIVE-ONE-REPORT

      *> A bundle only repackages reports kept above, so it is
      *> purged rather than archived.
                MOVE "bundle_" TO WS-CLASS-PREFIX
                PERFORM VARYING WS-RCP-IX FROM 1 BY 1
                        UNTIL WS-RCP-IX > WS-RCP-COUNT
                    MOVE SPACES TO WS-CLASS-SUFFIX
                    STRING "_" FUNCTION TRIM(WS-RECIPIENT-ID(WS-RCP-IX))
                           ".txt"
                        DELIMITED BY SIZE INTO WS-CLASS-SUFFIX
                    PERFORM BUILD-AND-PURGE
                END-PERFORM
                MOVE ".txt" TO WS-CLASS-SUFFIX

                MOVE SPACES TO WS-CAND-FILENAME
                STRING "day2_report_" WS-SWEEP-DATE-X ".txt"
                    DELIMITED BY SIZE INTO WS-CAND-FILENAME
                PERFORM ARCHIVE-ONE-REPORT

                MOVE SPACES TO WS-CAND-FILENAME
                STRING "day3_report_" WS-SWEEP-DATE-X ".txt"
                    DELIMITED BY SIZE INTO WS-CAND-FILENAME
                PERFORM ARCHIVE-ONE-REPORT

                MOVE "interface_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
      *> The maintenance and reversal audits carry before-and-after
      *> images of master changes, so they keep report retention,
      *> not the shorter audit window.
                MOVE "maintaudit_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "revaudit_" TO WS-CLASS-PREFIX
                PERFORM BUILD-AND-PURGE
                MOVE "interface_" TO WS-CLASS-PREFIX
                MOVE "_CORRECTED.txt" TO WS-CLASS-SUFFIX
                PERFORM BUILD-AND-PURGE
                MOVE "interface_" TO WS-CLASS-PREFIX
                MOVE "_REVERSAL.txt" TO WS-CLASS-SUFFIX
                PERFORM BUILD-AND-PURGE
      *> The path-verification shadow report is a diagnostic, not a
      *> business report, so it is purged rather than rolled to the
      *> yearly archive. A _STAGED extract this old was held and
            WRITE purgeFileRecord
        END-IF.

      *> The run history is trimmed in place. It is keyed by run
      *> date, so the entries that have aged out are the ones at the
      *> front of the file: each is written as a text line to the
      *> yearly archive for the year it belongs to and then deleted,
      *> and the read carries on past the cutoff only to count what
      *> is kept. No table, no rewrite, and no limit on history size.
    TRIM-HISTORY-FILE.
        COMPUTE WS-HIST-CUTOFF-INT =
            WS-TODAY-INT - WS-KEEP-HISTORY-DAYS
        MOVE FUNCTION DATE-OF-INTEGER(WS-HIST-CUTOFF-INT)
            TO WS-HIST-CUTOFF-DATE
        MOVE 0 TO WS-HIST-KEPT
        MOVE 0 TO WS-HIST-TRIMMED

        OPEN I-O historyFile
        IF WS-HIST-FILE-STATUS NOT = "00"
            DISPLAY "HOUSEKEEPING: no run history "
                FUNCTION TRIM(WS-HISTORY-FILENAME)
                " (status " WS-HIST-FILE-STATUS ") - trim skipped"
        ELSE
            SET WS-HIST-NOT-EOF TO TRUE
            PERFORM UNTIL WS-HIST-EOF
                READ historyFile NEXT RECORD
                    AT END
                        SET WS-HIST-EOF TO TRUE
                    NOT AT END
                        PERFORM SIFT-HISTORY-LINE
                END-READ
            END-PERFORM
            CLOSE historyFile

            MOVE SPACES TO purgeFileRecord
            STRING "HISTORY: " WS-HIST-KEPT " ENTRIES KEPT, "
                   WS-HIST-TRIMMED " TRIMMED TO YEARLY ARCHIVE"
                DELIMITED BY SIZE INTO purgeFileRecord
            WRITE purgeFileRecord
        END-IF.

    SIFT-HISTORY-LINE.
        IF RH-RUN-DATE < WS-HIST-CUTOFF-DATE
            PERFORM ARCHIVE-HISTORY-LINE
            DELETE historyFile RECORD
                INVALID KEY
                    DISPLAY "HOUSEKEEPING: could not delete history"
                        " entry " RH-KEY " (status "
                        WS-HIST-FILE-STATUS ")"
                NOT INVALID KEY
                    ADD 1 TO WS-HIST-TRIMMED
            END-DELETE
        ELSE
            ADD 1 TO WS-HIST-KEPT
        END-IF.

      *> The ID activity ledger is keyed by run date first, so the
      *> pages that have aged out are again the ones at the front:
      *> they are deleted until the first page inside the window. No
      *> text copy is kept - every page is a restatement of an
      *> archived extract, and rerunning the date reposts it.
    TRIM-LEDGER-FILE.
        COMPUTE WS-LEDGER-CUTOFF-INT =
            WS-TODAY-INT - WS-KEEP-LEDGER-DAYS
        MOVE FUNCTION DATE-OF-INTEGER(WS-LEDGER-CUTOFF-INT)
            TO WS-LEDGER-CUTOFF-DATE
        MOVE 0 TO WS-LEDGER-TRIMMED

        OPEN I-O ledgerFile
        IF WS-LEDGER-FILE-STATUS NOT = "00"
            DISPLAY "HOUSEKEEPING: no ID activity ledger "
                FUNCTION TRIM(WS-LEDGER-FILENAME)
                " (status " WS-LEDGER-FILE-STATUS ") - trim skipped"
        ELSE
            SET WS-LEDGER-TRIM-MORE TO TRUE
            PERFORM UNTIL WS-LEDGER-TRIM-DONE
                READ ledgerFile NEXT RECORD
                    AT END
                        SET WS-LEDGER-TRIM-DONE TO TRUE
                    NOT AT END
                        IF LD-RUN-DATE < WS-LEDGER-CUTOFF-DATE
                            DELETE ledgerFile RECORD
                                INVALID KEY
                                    DISPLAY "HOUSEKEEPING: could not"
                                        " delete ledger entry " LD-KEY
                                        " (status "
                                        WS-LEDGER-FILE-STATUS ")"
                                NOT INVALID KEY
                                    ADD 1 TO WS-LEDGER-TRIMMED
                            END-DELETE
                        ELSE
                            SET WS-LEDGER-TRIM-DONE TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ledgerFile

            MOVE SPACES TO purgeFileRecord
            STRING "LEDGER: " WS-LEDGER-TRIMMED
                   " ENTRIES BEFORE " WS-LEDGER-CUTOFF-DATE " TRIMMED"
                DELIMITED BY SIZE INTO purgeFileRecord
            WRITE purgeFileRecord
        END-IF.

    ARCHIVE-HISTORY-LINE.
        MOVE RH-RUN-DATE TO WS-LINE-DATE
        PERFORM FORMAT-HISTORY-LINE
        MOVE SPACES TO WS-ARCHIVE-FILENAME
        STRING "history_archive_" WS-LINE-YEAR ".txt"
            DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
        IF WS-ARCH-FILE-STATUS = "35"
            OPEN OUTPUT archiveFile
        END-IF
        MOVE WS-HIST-LINE-TEXT TO archiveFileRecord
        WRITE archiveFileRecord
        CLOSE archiveFile.

    COPY 'runhist_format.cpy'.
