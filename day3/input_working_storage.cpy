      *> ---------------------------------------------------------------
      *> INPUT_WORKING_STORAGE.CPY (day3)
      *>
      *> Shared working-storage for the Day-3 transaction-log run:
      *> read-time bookkeeping, the scan buffer the line in hand is
      *> walked through, the checkpoint/restart fields, the run-lock
      *> fields and the runtime dataset-naming fields used by
      *> DETERMINE-INPUT-DATASET.
      *> ---------------------------------------------------------------
77  WS-MAX-LINE-LEN                 PIC 9(4) VALUE 4000.
77  WS-LINES-READ                   PIC 9(7) VALUE 0.
77  WS-REJECTED-COUNT               PIC 9(5) VALUE 0.
77  WS-TRUNCATED-COUNT              PIC 9(5) VALUE 0.

77  WS-CHECKPOINT-INTERVAL          PIC 9(5) VALUE 500.
77  WS-LAST-CHECKPOINT              PIC 9(7) VALUE 0.
77  WS-SKIP-COUNT                   PIC 9(7) VALUE 0.
77  WS-CKPT-FILE-STATUS             PIC XX VALUE SPACES.
77  WS-CKPT-LINES-READ              PIC 9(7) VALUE 0.
77  WS-CKPT-REJECTED                PIC 9(5) VALUE 0.
77  WS-CKPT-INSTR                   PIC 9(7) VALUE 0.
77  WS-CKPT-ENABLED                 PIC 9(7) VALUE 0.
77  WS-CKPT-TOTAL                   PIC 9(18) VALUE 0.
77  WS-CKPT-ENABLED-TOTAL           PIC 9(18) VALUE 0.
77  WS-CKPT-STATE                   PIC X VALUE 'Y'.
77  WS-CKPT-DO                      PIC 9(7) VALUE 0.
77  WS-CKPT-DONT                    PIC 9(7) VALUE 0.
77  WS-CKPT-TRUNCATED               PIC 9(5) VALUE 0.
77  WS-HIST-FILE-STATUS             PIC XX VALUE SPACES.
77  WS-EXC-FILE-STATUS              PIC XX VALUE SPACES.
77  WS-AUDIT-FILE-STATUS            PIC XX VALUE SPACES.
77  WS-INPUT-FILE-STATUS            PIC XX VALUE SPACES.

77  EOF PIC X VALUE 'N'.
    88 EOF-REACHED                  VALUE 'Y'.

      *> The scan buffer is the input record plus a few bytes of
      *> padding, so the fixed-width look-ahead comparisons near the
      *> end of a full-length line never reach past the buffer.
01  WS-SCAN-LINE                    PIC X(4010) VALUE SPACES.
77  WS-LINE-LEN                     PIC 9(4) VALUE 0.

77  WS-INPUT-MISSING-SW             PIC X VALUE 'N'.
    88 WS-INPUT-MISSING             VALUE 'Y'.
    88 WS-INPUT-PRESENT             VALUE 'N'.

01  WS-RUN-DATE                     PIC 9(8) VALUE 0.
01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
77  WS-OVERRIDE-DATASET             PIC X(100) VALUE SPACES.
77  trash                           PIC X(20) VALUE SPACES.

77  WS-INPUT-DATASET-NAME           PIC X(100) VALUE SPACES.
77  WS-CHECKPOINT-FILENAME          PIC X(100) VALUE SPACES.
77  WS-REPORT-FILENAME              PIC X(100) VALUE SPACES.
77  WS-EXCEPTION-FILENAME           PIC X(100) VALUE SPACES.
77  WS-AUDIT-FILENAME               PIC X(100) VALUE SPACES.
77  WS-HISTORY-FILENAME             PIC X(100) VALUE SPACES.
77  WS-LOCK-FILENAME                PIC X(100) VALUE SPACES.
77  WS-LOCK-ALERT-FILENAME          PIC X(100) VALUE SPACES.
77  WS-LOCK-ALERT-FILE-STATUS       PIC XX VALUE SPACES.
77  WS-LOCK-FILE-STATUS             PIC XX VALUE SPACES.

77  WS-LOCK-HELD-SW                 PIC X VALUE 'N'.
    88 WS-LOCK-HELD                 VALUE 'Y'.
    88 WS-LOCK-NOT-HELD             VALUE 'N'.

77  WS-LOCK-STALE-PARM              PIC X(10) VALUE SPACES.
77  WS-LOCK-STALE-MINUTES           PIC 9(5) VALUE 120.
77  WS-LOCK-REC-DATE                PIC 9(8) VALUE 0.
77  WS-LOCK-TODAY                   PIC 9(8) VALUE 0.
77  WS-LOCK-NOW-MIN                 PIC 9(5) VALUE 0.
77  WS-LOCK-REC-MIN                 PIC 9(5) VALUE 0.
77  WS-LOCK-AGE-MIN                 PIC S9(7) VALUE 0.
77  WS-LOCK-AGE-DISPLAY             PIC ZZZZZZ9.

01  WS-LOCK-REC-TIME                PIC 9(6) VALUE 0.
01  WS-LOCK-REC-TIME-R REDEFINES WS-LOCK-REC-TIME.
    05 WS-LOCK-REC-HH               PIC 9(2).
    05 WS-LOCK-REC-MM               PIC 9(2).
    05 FILLER                       PIC 9(2).

01  WS-LOCK-NOW-TIME                PIC 9(8) VALUE 0.
01  WS-LOCK-NOW-TIME-R REDEFINES WS-LOCK-NOW-TIME.
    05 WS-LOCK-NOW-HH               PIC 9(2).
    05 WS-LOCK-NOW-MM               PIC 9(2).
    05 FILLER                       PIC 9(4).
