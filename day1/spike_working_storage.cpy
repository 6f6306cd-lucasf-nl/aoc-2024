      *> ---------------------------------------------------------------
      *> SPIKE_WORKING_STORAGE.CPY
      *>
      *> Fields used by DETECT-FREQUENCY-SPIKES (spike_check.cpy): the
      *> operator-set band, the table of the IDs the day's ledger page
      *> carries with each one's baseline accumulated from the
      *> ledger's lookback window, the figures of the ID being
      *> assessed, and the flag counters SET-CONDITION-CODE and the
      *> report section read.
      *> ---------------------------------------------------------------
77  WS-SPIKE-PARM                   PIC X(10) VALUE SPACES.
77  WS-SPIKE-LOOKBACK-DAYS          PIC 9(3) VALUE 30.
77  WS-SPIKE-MIN-DAYS               PIC 9(3) VALUE 5.
77  WS-SPIKE-BAND-SD                PIC 9(2)V9 VALUE 3.
77  WS-SPIKE-MIN-MOVE               PIC 9(5) VALUE 5.
77  WS-SPIKE-NEW-MIN                PIC 9(5) VALUE 10.
77  WS-SPIKE-REPORT-MAX             PIC 9(3) VALUE 25.

77  WS-SPIKE-AVAIL-SW               PIC X VALUE 'N'.
    88 WS-SPIKE-LEDGER-OPEN         VALUE 'Y'.
    88 WS-SPIKE-LEDGER-CLOSED       VALUE 'N'.
77  WS-SPIKE-READ-SW                PIC X VALUE 'N'.
    88 WS-SPIKE-READ-DONE           VALUE 'Y'.
    88 WS-SPIKE-READ-MORE           VALUE 'N'.
77  WS-SPIKE-MASTER-SW              PIC X VALUE 'N'.
    88 WS-SPIKE-MASTER-OPEN         VALUE 'Y'.
    88 WS-SPIKE-MASTER-CLOSED       VALUE 'N'.

77  WS-SPIKE-FROM-INT               PIC 9(8) VALUE 0.
01  WS-SPIKE-FROM-DATE              PIC 9(8) VALUE 0.
01  WS-SPIKE-FROM-DATE-X REDEFINES WS-SPIKE-FROM-DATE PIC X(8).
77  WS-SPIKE-LAST-DATE              PIC 9(8) VALUE 0.
77  WS-SPIKE-WINDOW-DAYS            PIC 9(4) VALUE 0.

      *> One entry per ID on today's ledger page, in ID order as the
      *> page is keyed, so a window record finds its ID by binary
      *> search.
77  WS-SPIKE-MAX                    PIC 9(5) VALUE 10000.
77  WS-SPIKE-COUNT                  PIC 9(5) VALUE 0.
77  WS-SPIKE-OVERFLOW               PIC 9(7) VALUE 0.
01  SPIKE-TABLE.
    05 SPIKE-ENTRY OCCURS 10000 TIMES.
        10 SP-ID                    PIC 9(10).
        10 SP-TODAY-LEFT            PIC 9(9).
        10 SP-TODAY-RIGHT           PIC 9(9).
        10 SP-HIST-DAYS             PIC 9(4).
        10 SP-SUM-LEFT              PIC 9(12).
        10 SP-SUM-RIGHT             PIC 9(12).
        10 SP-SQ-LEFT               PIC 9(18).
        10 SP-SQ-RIGHT              PIC 9(18).

77  WS-SPIKE-IX                     PIC 9(5) VALUE 0.
77  WS-SPIKE-LOW                    PIC 9(5) VALUE 0.
77  WS-SPIKE-HIGH                   PIC 9(5) VALUE 0.
77  WS-SPIKE-MID                    PIC 9(5) VALUE 0.
77  WS-SPIKE-FOUND-SW               PIC X VALUE 'N'.
    88 WS-SPIKE-FOUND               VALUE 'Y'.
    88 WS-SPIKE-NOT-FOUND           VALUE 'N'.

      *> The figure being assessed: LEFT appearances or the RIGHT
      *> list frequency (the FREQ-TABLE count).
77  WS-SPIKE-METRIC                 PIC X(5) VALUE SPACES.
77  WS-SPIKE-TODAY                  PIC 9(9) VALUE 0.
77  WS-SPIKE-SUM                    PIC 9(12) VALUE 0.
77  WS-SPIKE-SQ                     PIC 9(18) VALUE 0.
77  WS-SPIKE-MEAN                   PIC 9(9)V99 VALUE 0.
77  WS-SPIKE-VARIANCE               PIC S9(15)V9999 VALUE 0.
77  WS-SPIKE-SPREAD                 PIC 9(9)V99 VALUE 0.
77  WS-SPIKE-BAND                   PIC 9(9)V99 VALUE 0.
77  WS-SPIKE-BAND-LOW               PIC S9(9)V99 VALUE 0.
77  WS-SPIKE-BAND-HIGH              PIC 9(10)V99 VALUE 0.
77  WS-SPIKE-KIND                   PIC X(8) VALUE SPACES.
77  WS-SPIKE-ID-FLAG-SW             PIC X VALUE 'N'.
    88 WS-SPIKE-ID-FLAGGED          VALUE 'Y'.
    88 WS-SPIKE-ID-CLEAR            VALUE 'N'.

77  WS-SPIKE-TODAY-EDITED           PIC Z(8)9.
77  WS-SPIKE-RIGHT-EDITED           PIC Z(8)9.
77  WS-SPIKE-MEAN-EDITED            PIC Z(8)9.99.
77  WS-SPIKE-SPREAD-EDITED          PIC Z(8)9.99.
77  WS-SPIKE-LOW-EDITED             PIC Z(8)9.99.
77  WS-SPIKE-HIGH-EDITED            PIC Z(9)9.99.
77  WS-SPIKE-DAYS-EDITED            PIC ZZZ9.

77  WS-SPIKE-FLAGGED                PIC 9(7) VALUE 0.
77  WS-SPIKE-FLAG-LINES             PIC 9(7) VALUE 0.
77  WS-SPIKE-NEW-IDS                PIC 9(7) VALUE 0.
77  WS-SPIKE-UNASSESSED             PIC 9(7) VALUE 0.
77  WS-SPIKE-SHOWN                  PIC 9(3) VALUE 0.
