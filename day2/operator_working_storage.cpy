      *> ---------------------------------------------------------------
      *> OPERATOR_WORKING_STORAGE.CPY (day2)
      *>
      *> The day2 copy of the day1 operator-register fields; the
      *> register and the security log are shared by both feeds.
      *>
      *> Working-storage for the operator register and the security
      *> log (operator_check.cpy): the dataset names, the register
      *> loaded into a table, and the request / outcome fields a
      *> program sets before and reads after CHECK-OPERATOR-AUTHORITY.
      *> ---------------------------------------------------------------
77  WS-OPERATOR-FILENAME            PIC X(100) VALUE SPACES.
77  WS-OPERATOR-FILE-STATUS         PIC XX VALUE SPACES.
77  WS-SECLOG-FILENAME              PIC X(100) VALUE SPACES.
77  WS-SECLOG-FILE-STATUS           PIC XX VALUE SPACES.

77  WS-OPR-MAX-ENTRIES              PIC 9(3) VALUE 200.
77  WS-OPR-COUNT                    PIC 9(3) VALUE 0.
77  WS-OPR-IX                       PIC 9(3) VALUE 0.
77  WS-OPR-FOUND-IX                 PIC 9(3) VALUE 0.
77  WS-OPR-LOADED-SW                PIC X VALUE 'N'.
    88 WS-OPR-LOADED                VALUE 'Y'.
    88 WS-OPR-NOT-LOADED            VALUE 'N'.

01  OPERATOR-REGISTER-TABLE.
    05 OPR-ENTRY OCCURS 200 TIMES.
        10 OPR-ID                   PIC X(20).
        10 OPR-STATUS               PIC X(8).
        10 OPR-FUNCTIONS            PIC X(100).
        10 OPR-NAME                 PIC X(40).

77  WS-OPR-LINE-TYPE                PIC X(12) VALUE SPACES.
77  WS-OPR-LINE-ID                  PIC X(20) VALUE SPACES.
77  WS-OPR-LINE-STATUS              PIC X(12) VALUE SPACES.
77  WS-OPR-LINE-FUNCTIONS           PIC X(100) VALUE SPACES.
77  WS-OPR-FUNCTIONS-LEN            PIC 9(4) VALUE 0.
77  WS-OPR-LINE-TRIMMED             PIC X(132) VALUE SPACES.
77  WS-OPR-PARSE-PTR                PIC 9(4) VALUE 1.

      *> Set by the caller before CHECK-OPERATOR-AUTHORITY: who is
      *> asking, for which function, from which program, and a short
      *> note of what they asked for (date released, promote, ...).
77  WS-AUTH-OPERATOR                PIC X(20) VALUE SPACES.
77  WS-AUTH-FUNCTION                PIC X(16) VALUE SPACES.
77  WS-AUTH-PROGRAM                 PIC X(16) VALUE SPACES.
77  WS-AUTH-DETAIL                  PIC X(60) VALUE SPACES.

77  WS-AUTH-RESULT-SW               PIC X VALUE 'N'.
    88 WS-AUTH-GRANTED              VALUE 'G'.
    88 WS-AUTH-UNREGISTERED         VALUE 'U'.
    88 WS-AUTH-REVOKED              VALUE 'R'.
    88 WS-AUTH-NOT-HELD             VALUE 'N'.
77  WS-AUTH-RESULT-TEXT             PIC X(24) VALUE SPACES.

77  WS-AUTH-PATTERN                 PIC X(20) VALUE SPACES.
77  WS-AUTH-PATTERN-LEN             PIC 9(3) VALUE 0.
77  WS-AUTH-HELD-LIST               PIC X(104) VALUE SPACES.
77  WS-AUTH-TALLY                   PIC 9(3) VALUE 0.
77  WS-AUTH-TIME                    PIC 9(8) VALUE 0.
77  WS-AUTH-DATE                    PIC 9(8) VALUE 0.

      *> Condition code every program ends with when it refuses an
      *> operator - distinct from the 12 of a bad parameter and the
      *> 16 of a run already in flight, so the scheduler and the
      *> auditors can tell them apart.
77  WS-AUTH-REFUSED-CC              PIC 9(2) VALUE 20.
