77  WS-INTERFACE-LIVE-FILENAME      PIC X(100) VALUE SPACES.
77  WS-RECON-FILENAME               PIC X(100) VALUE SPACES.
77  WS-ALERT-FILENAME               PIC X(100) VALUE SPACES.
77  WS-SPIKE-FILENAME               PIC X(100) VALUE SPACES.
77  WS-PROBE-FILENAME               PIC X(100) VALUE SPACES.
77  WS-SORTED-LEFT-FILENAME         PIC X(100) VALUE SPACES.
77  WS-SORTED-RIGHT-FILENAME        PIC X(100) VALUE SPACES.

77  WS-RUN-SEQ                      PIC 9(2) VALUE 0.
77  WS-SEQ-SCAN                     PIC 9(2) VALUE 0.
77  WS-LOCK-FILENAME                PIC X(100) VALUE SPACES.
77  WS-LOCK-ALERT-FILENAME          PIC X(100) VALUE SPACES.
77  WS-LOCK-ALERT-FILE-STATUS       PIC XX VALUE SPACES.
77  WS-LOCK-FILE-STATUS             PIC XX VALUE SPACES.

77  WS-LOCK-HELD-SW                 PIC X VALUE 'N'.
    05 FILLER                       PIC 9(4).
77  WS-MASTER-FILENAME              PIC X(100) VALUE SPACES.
77  WS-MASTER-FILE-STATUS           PIC XX VALUE SPACES.
77  WS-LEDGER-FILENAME              PIC X(100) VALUE SPACES.
77  WS-LEDGER-FILE-STATUS           PIC XX VALUE SPACES.
77  WS-INTF-FILE-STATUS             PIC XX VALUE SPACES.

      *> Multi-part extract state (READ-MULTI-PART-EXTRACT): the
77  WS-PART-REJECTED                PIC 9(5) VALUE 0.
77  WS-PART-HASH                    BINARY-DOUBLE.
77  WS-PART-HASH-DISPLAY            PIC 9(18) VALUE 0.

      *> Run timing for the SLA report: when the day's run started,
      *> when it found its extract, and (at ARCHIVE-RUN) when it
      *> finished. POST-RUN-TIMING copies them into the history
      *> entry.
77  WS-TM-STARTED-ON                PIC 9(8) VALUE 0.
77  WS-TM-STARTED-AT                PIC 9(8) VALUE 0.
77  WS-TM-FOUND-ON                  PIC 9(8) VALUE 0.
77  WS-TM-FOUND-AT                  PIC 9(8) VALUE 0.
77  WS-TM-NOW                       PIC 9(8) VALUE 0.
77  WS-TM-FOUND-SW                  PIC X VALUE 'N'.
    88 WS-TM-EXTRACT-FOUND          VALUE 'Y'.
    88 WS-TM-EXTRACT-NOT-FOUND      VALUE 'N'.
