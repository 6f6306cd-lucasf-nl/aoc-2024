      *> ---------------------------------------------------------------
      *> RUNHIST_WORKING_STORAGE.CPY (day3)
      *>
      *> Fields used by WRITE-HISTORY-RECORD (runhist_write.cpy) and
      *> FORMAT-HISTORY-LINE (runhist_format.cpy): the post outcome,
      *> the end-of-range switch the keyed readers walk on, and the
      *> one-line rendering of a record - the same RUN / RELEASE
      *> layout history.txt always used - for status pages and the
      *> yearly text archive.
      *> ---------------------------------------------------------------
77  WS-HIST-WRITE-SW                PIC X VALUE 'N'.
    88 WS-HIST-WRITTEN              VALUE 'Y'.
    88 WS-HIST-NOT-WRITTEN          VALUE 'N'.
    88 WS-HIST-SEQ-EXHAUSTED        VALUE 'X'.

77  WS-HIST-EOF-SW                  PIC X VALUE 'N'.
    88 WS-HIST-EOF                  VALUE 'Y'.
    88 WS-HIST-NOT-EOF              VALUE 'N'.

77  WS-HIST-LINE-TEXT               PIC X(220) VALUE SPACES.
77  WS-HIST-LINE-PTR                PIC 9(4) VALUE 1.
