      *>
      *> Fields used by CHECK-RUN-TOLERANCE (tolerance_check.cpy):
      *> the operator-set tolerance bands, the prior comparable run's
      *> figures read back off the run history, and the breach switch
      *> SET-CONDITION-CODE reads so the scheduler can hold
      *> distribution until someone signs off.
      *> ---------------------------------------------------------------
77  WS-PRIOR-SIMSCORE               PIC 9(18) VALUE 0.
77  WS-PRIOR-HAS-TOTAL-SW           PIC X VALUE 'N'.
77  WS-PRIOR-HAS-SIM-SW             PIC X VALUE 'N'.
77  WS-PRIOR-SEQ                    PIC 9(2) VALUE 0.

77  WS-PRIOR-MATCH-SW               PIC X VALUE 'M'.
    88 WS-MATCH-ON-MODE             VALUE 'M'.
    88 WS-MATCH-ON-DATE             VALUE 'D'.

77  WS-TOL-FIGURE                   PIC X(8) VALUE SPACES.
77  WS-TOL-CURRENT                  BINARY-DOUBLE.
77  WS-TOL-PRIOR                    BINARY-DOUBLE.
