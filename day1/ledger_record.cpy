      *> ---------------------------------------------------------------
      *> LEDGER_RECORD.CPY
      *>
      *> One record of the keyed ID activity ledger (idledger.dat, or
      *> the DL100_LEDGER_DATASET override): what one ID did on one
      *> run date. Day1Driver posts one record per distinct ID in the
      *> day's grid (POST-ID-LEDGER, ledger_post.cpy) - the day-by-day
      *> detail the ID master's cumulative counts give up.
      *>
      *> The key is run date then ID. A rerun of a date clears that
      *> date's records with one START and reposts them, so the ledger
      *> always holds the grid the latest run measured; a statement
      *> reads an ID's days with one keyed READ per date.
      *>
      *> LD-SIM-CONTRIB is the ID's share of the day's SIMSCORE: its
      *> value times its left copies times its right copies.
      *> ---------------------------------------------------------------
01  ledgerFileRecord.
    05 LD-KEY.
        10 LD-RUN-DATE              PIC 9(8).
        10 LD-ID                    PIC 9(10).
    05 LD-LEFT-COUNT                PIC 9(9).
    05 LD-RIGHT-COUNT               PIC 9(9).
    05 LD-SIM-CONTRIB               PIC 9(18).
    05 LD-RUN-MODE                  PIC X.
    05 LD-RUN-SEQ                   PIC 9(2).
    05 FILLER                       PIC X(23).
