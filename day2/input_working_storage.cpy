77  WS-CKPT-ROWS                    PIC 9(7) VALUE 0.
77  WS-CKPT-SAFE                    PIC 9(7) VALUE 0.
77  WS-CKPT-SAFETOL                 PIC 9(7) VALUE 0.
77  WS-CKPT-CAND-SAFE               PIC 9(7) VALUE 0.
77  WS-CKPT-CAND-SAFETOL            PIC 9(7) VALUE 0.
77  WS-CKPT-CAND-CHANGED            PIC 9(7) VALUE 0.
77  WS-CKPT-PROFILE                 PIC X(20) VALUE SPACES.
77  WS-CKPT-CANDIDATE               PIC X(20) VALUE SPACES.
77  WS-CKPT-CAND-WANTED             PIC X(20) VALUE SPACES.
77  WS-HIST-FILE-STATUS             PIC XX VALUE SPACES.
77  WS-EXC-FILE-STATUS              PIC XX VALUE SPACES.
77  WS-AUDIT-FILE-STATUS            PIC XX VALUE SPACES.
77  WS-VERDICT-FILE-STATUS          PIC XX VALUE SPACES.
77  WS-HISTORY-FILENAME             PIC X(100) VALUE SPACES.
77  WS-LOCK-FILENAME                PIC X(100) VALUE SPACES.
77  WS-LOCK-ALERT-FILENAME          PIC X(100) VALUE SPACES.
77  WS-LOCK-ALERT-FILE-STATUS       PIC XX VALUE SPACES.
77  WS-LOCK-FILE-STATUS             PIC XX VALUE SPACES.
77  WS-PROFILE-FILENAME             PIC X(100) VALUE SPACES.
77  WS-PROFILE-FILE-STATUS          PIC XX VALUE SPACES.
77  WS-COMPARE-FILENAME             PIC X(100) VALUE SPACES.
77  WS-COMPARE-FILE-STATUS          PIC XX VALUE SPACES.

77  WS-LOCK-HELD-SW                 PIC X VALUE 'N'.
    88 WS-LOCK-HELD                 VALUE 'Y'.
    05 WS-LOCK-NOW-HH               PIC 9(2).
    05 WS-LOCK-NOW-MM               PIC 9(2).
    05 FILLER                       PIC 9(4).

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
