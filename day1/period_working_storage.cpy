      *> ---------------------------------------------------------------
      *> PERIOD_WORKING_STORAGE.CPY
      *>
      *> Working-storage for the period-control dataset
      *> (period_check.cpy): the closed periods and posted prior-period
      *> adjustments loaded into tables, the outcome of the closed-
      *> period check for one run date, and the fields an accepted
      *> adjustment is recorded from.
      *> ---------------------------------------------------------------
77  WS-PERIOD-FILENAME              PIC X(100) VALUE SPACES.
77  WS-PERIOD-FILE-STATUS           PIC XX VALUE SPACES.

77  WS-PC-MAX-CLOSED                PIC 9(3) VALUE 240.
77  WS-PC-CLOSED-COUNT              PIC 9(3) VALUE 0.
77  WS-PC-IX                        PIC 9(3) VALUE 0.
77  WS-PC-FOUND-IX                  PIC 9(3) VALUE 0.

01  PERIOD-CLOSED-TABLE.
    05 PC-CLOSED-ENTRY OCCURS 240 TIMES.
        10 PC-PERIOD                PIC 9(6).
        10 PC-CLOSED-ON             PIC 9(8).
        10 PC-CLOSED-AT             PIC 9(6).
        10 PC-CLOSED-BY             PIC X(20).

      *> Every adjustment posted into a closed period, so the period
      *> statement can list them under the month they were posted in
      *> and leave them out of the month they restate.
77  WS-PC-MAX-ADJUST                PIC 9(3) VALUE 500.
77  WS-PC-ADJUST-COUNT              PIC 9(3) VALUE 0.
77  WS-PC-ADJ-IX                    PIC 9(3) VALUE 0.

01  PERIOD-ADJUST-TABLE.
    05 PC-ADJUST-ENTRY OCCURS 500 TIMES.
        10 PC-ADJ-PERIOD            PIC 9(6).
        10 PC-ADJ-RUN-DATE          PIC 9(8).
        10 PC-ADJ-PROGRAM           PIC X(12).
        10 PC-ADJ-SEQ               PIC 9(2).
        10 PC-ADJ-POSTED-ON         PIC 9(8).
        10 PC-ADJ-POSTED-AT         PIC 9(6).
        10 PC-ADJ-OPERATOR          PIC X(20).

77  WS-PC-LINE-TRIMMED              PIC X(200) VALUE SPACES.
77  WS-PC-LINE-TYPE                 PIC X(10) VALUE SPACES.
77  WS-PC-TOKEN-1                   PIC X(20) VALUE SPACES.
77  WS-PC-TOKEN-2                   PIC X(20) VALUE SPACES.
77  WS-PC-TOKEN-3                   PIC X(20) VALUE SPACES.
77  WS-PC-TOKEN-4                   PIC X(20) VALUE SPACES.
77  WS-PC-TOKEN-5                   PIC X(20) VALUE SPACES.
77  WS-PC-TOKEN-6                   PIC X(20) VALUE SPACES.
77  WS-PC-TOKEN-7                   PIC X(20) VALUE SPACES.

      *> Set by the caller before CHECK-PERIOD-OPEN / CHECK-RUN-PERIOD.
01  WS-PC-CHECK-DATE                PIC 9(8) VALUE 0.
01  WS-PC-CHECK-DATE-R REDEFINES WS-PC-CHECK-DATE.
    05 WS-PC-CHECK-PERIOD           PIC 9(6).
    05 FILLER                       PIC 9(2).
77  WS-PC-PROGRAM                   PIC X(12) VALUE SPACES.
77  WS-PC-OVERRIDE-KEY              PIC X(30) VALUE SPACES.
77  WS-PC-OPERATOR-KEY              PIC X(30) VALUE SPACES.
77  WS-PC-OVERRIDE-PARM             PIC X(10) VALUE SPACES.

77  WS-PC-PERIOD-SW                 PIC X VALUE 'O'.
    88 WS-PERIOD-OPEN               VALUE 'O'.
    88 WS-PERIOD-CLOSED             VALUE 'C'.

      *> Outcome of CHECK-RUN-PERIOD for the run date in hand: an
      *> open period runs as normal, a closed one is refused unless
      *> the override was given and authorised, in which case the
      *> run goes ahead as a prior-period adjustment.
77  WS-PC-RUN-SW                    PIC X VALUE 'N'.
    88 WS-PC-RUN-NORMAL             VALUE 'N'.
    88 WS-PC-RUN-REFUSED            VALUE 'R'.
    88 WS-PC-RUN-ADJUSTMENT         VALUE 'A'.

77  WS-PC-TIME                      PIC 9(8) VALUE 0.
77  WS-PC-TODAY                     PIC 9(8) VALUE 0.

      *> Condition code a driver ends the day with when it refuses a
      *> run into a closed period - a code of its own, apart from the
      *> 16 of a run in flight and the 20 of a refused operator.
77  WS-PERIOD-REFUSED-CC            PIC 9(2) VALUE 24.
