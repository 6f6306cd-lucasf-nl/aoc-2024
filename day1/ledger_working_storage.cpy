      *> ---------------------------------------------------------------
      *> LEDGER_WORKING_STORAGE.CPY
      *>
      *> Fields used by POST-ID-LEDGER (ledger_post.cpy): the
      *> availability switch, the merge cursors over the two sorted
      *> lists, the source switch that says whether they are the
      *> in-memory grid or the large-extract sorted work files, and
      *> the counters reported after the posting pass.
      *> ---------------------------------------------------------------
77  WS-LEDGER-AVAIL-SW              PIC X VALUE 'N'.
    88 WS-LEDGER-AVAILABLE          VALUE 'Y'.
    88 WS-LEDGER-UNAVAILABLE        VALUE 'N'.

77  WS-LEDGER-SOURCE-SW             PIC X VALUE 'M'.
    88 WS-LEDGER-FROM-GRID          VALUE 'M'.
    88 WS-LEDGER-FROM-FILES         VALUE 'F'.

77  WS-LD-LEFT-EOF-SW               PIC X VALUE 'N'.
    88 WS-LD-LEFT-EOF               VALUE 'Y'.
    88 WS-LD-LEFT-MORE              VALUE 'N'.
77  WS-LD-RIGHT-EOF-SW              PIC X VALUE 'N'.
    88 WS-LD-RIGHT-EOF              VALUE 'Y'.
    88 WS-LD-RIGHT-MORE             VALUE 'N'.
77  WS-LD-CLEAR-SW                  PIC X VALUE 'N'.
    88 WS-LD-CLEAR-DONE             VALUE 'Y'.
    88 WS-LD-CLEAR-MORE             VALUE 'N'.

77  WS-LD-LEFT-ROW                  PIC 9(5) VALUE 0.
77  WS-LD-RIGHT-ROW                 PIC 9(5) VALUE 0.
77  WS-LD-NEXT-LEFT                 PIC 9(10) VALUE 0.
77  WS-LD-NEXT-RIGHT                PIC 9(10) VALUE 0.
77  WS-LD-VALUE                     PIC 9(10) VALUE 0.
77  WS-LD-LEFT-COUNT                PIC 9(9) VALUE 0.
77  WS-LD-RIGHT-COUNT               PIC 9(9) VALUE 0.

77  WS-LD-POSTED                    PIC 9(9) VALUE 0.
77  WS-LD-CLEARED                   PIC 9(9) VALUE 0.
77  WS-LD-FAILED                    PIC 9(9) VALUE 0.
