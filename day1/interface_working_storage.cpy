      *> trailer carrying the detail count and recomputed control
      *> totals so the receiving load job can validate the hand-off
      *> without parsing the print-image report.
      *>
      *> A day backed out by ReverseRun gets a reversal extract
      *> (interface_YYYYMMDD_REVERSAL.txt): the H header of the extract
      *> the downstream jobs were given, then one V record carrying
      *> that extract's trailer figures negated, so the receiving side
      *> can post the contra without reprocessing the details.
      *> ---------------------------------------------------------------
01  INTF-HEADER-REC.
    05 INTF-H-TYPE                  PIC X VALUE 'H'.
    05 INTF-T-TOTAL                 PIC 9(18) VALUE 0.
    05 INTF-T-SIMSCORE              PIC 9(18) VALUE 0.

01  INTF-REVERSAL-REC.
    05 INTF-V-TYPE                  PIC X VALUE 'V'.
    05 INTF-V-COUNT                 PIC S9(7) VALUE 0
                                    SIGN LEADING SEPARATE.
    05 INTF-V-TOTAL                 PIC S9(18) VALUE 0
                                    SIGN LEADING SEPARATE.
    05 INTF-V-SIMSCORE              PIC S9(18) VALUE 0
                                    SIGN LEADING SEPARATE.
    05 INTF-V-REVERSED-ON           PIC 9(8) VALUE 0.

77  WS-INTF-DIFF                    BINARY-DOUBLE.
77  WS-INTF-SUM-DIFF                BINARY-DOUBLE.
77  WS-INTF-SUM-CONTRIB             BINARY-DOUBLE.
