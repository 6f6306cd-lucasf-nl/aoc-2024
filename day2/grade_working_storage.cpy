      *> GRADE_WORKING_STORAGE.CPY (day2)
      *>
      *> Fields used by GRADE-REPORT-ROW (grade_calculate.cpy): the
      *> strict and tolerant safe counters, the rules of the profile
      *> being graded under, the step-check scratch fields, the skip
      *> flags and removal positions the tolerance mode uses to try
      *> the row with readings removed, the per-row verdict fields
      *> WRITE-ROW-VERDICT echoes to the verdict file so the safety
      *> desk no longer re-derives the row outcomes by hand, and the
      *> candidate profile's counters and comparison fields.
      *> ---------------------------------------------------------------
77  WS-SAFE-STRICT                  PIC 9(7) VALUE 0.
77  WS-SAFE-TOLERANT                PIC 9(7) VALUE 0.
    88 WS-ROW-SAFE                  VALUE 'Y'.
    88 WS-ROW-UNSAFE                VALUE 'N'.

77  WS-GRADE-IX                     PIC 9 VALUE 1.
77  WS-RULE-MIN-STEP                PIC 9(5) VALUE 1.
77  WS-RULE-MAX-STEP                PIC 9(5) VALUE 3.
77  WS-RULE-MAX-REMOVED             PIC 9 VALUE 1.
77  WS-RULE-FLAT-SW                 PIC X VALUE 'N'.
    88 WS-RULE-FLAT-ALLOWED         VALUE 'Y'.

01  SKIP-FLAG-TABLE.
    05 SKIP-FLAG OCCURS 8 TIMES     PIC X.
01  SKIP-POSITION-TABLE.
    05 SK-POS OCCURS 8 TIMES        PIC 9(2).
77  WS-REMOVE-COUNT                 PIC 9(2) VALUE 0.
77  WS-REMOVED-USED                 PIC 9(2) VALUE 0.
77  WS-SK-J                         PIC S9(2) VALUE 0.
77  WS-SK-PIVOT                     PIC 9(2) VALUE 0.
77  WS-COMBO-SW                     PIC X VALUE 'N'.
    88 WS-COMBO-DONE                VALUE 'Y'.
    88 WS-COMBO-MORE                VALUE 'N'.

77  WS-CHK-IX                       PIC 9(2) VALUE 0.
77  WS-PREV-LEVEL                   PIC 9(5) VALUE 0.
77  WS-STEP                         PIC S9(6) VALUE 0.
77  WS-SAFE-TOL-DISPLAY             PIC 9(7) VALUE 0.

77  WS-ROW-VERDICT                  PIC X(14) VALUE SPACES.
77  WS-TOL-SKIP-TEXT                PIC X(24) VALUE SPACES.
77  WS-SKIP-TEXT-PTR                PIC 9(2) VALUE 1.
77  WS-SKIP-KEYWORD                 PIC X(20) VALUE SPACES.
77  WS-FAIL-POS                     PIC 9(2) VALUE 0.
77  WS-STRICT-FAIL-POS              PIC 9(2) VALUE 0.

77  WS-FAIL-REASON-SW               PIC X VALUE SPACE.
    88 WS-FAIL-BAD-STEP             VALUE 'S'.
    88 WS-FAIL-SMALL-STEP           VALUE 'U'.
    88 WS-FAIL-FLAT-STEP            VALUE 'F'.
    88 WS-FAIL-REVERSAL             VALUE 'R'.
77  WS-STRICT-FAIL-REASON           PIC X VALUE SPACE.
77  WS-FAIL-REASON-TEXT             PIC X(22) VALUE SPACES.
77  WS-FAIL-REASON-SHORT            PIC X(10) VALUE SPACES.
77  WS-VERDICT-DETAIL               PIC X(18) VALUE SPACES.

      *> Candidate profile review.
77  WS-CAND-SAFE-STRICT             PIC 9(7) VALUE 0.
77  WS-CAND-SAFE-TOLERANT           PIC 9(7) VALUE 0.
77  WS-CAND-CHANGED                 PIC 9(7) VALUE 0.
77  WS-LIVE-VERDICT                 PIC X(14) VALUE SPACES.
77  WS-LIVE-DETAIL                  PIC X(18) VALUE SPACES.
