      *> ---------------------------------------------------------------
      *> PROFILE_WORKING_STORAGE.CPY (day2)
      *>
      *> The safety-rule profiles a Day-2 run grades under, loaded by
      *> LOAD-RULE-PROFILES (profile_load.cpy). Entry 1 is the live
      *> profile - the one the day's verdicts, counts and history
      *> entry are posted under. Entry 2 is the optional candidate,
      *> graded alongside for review only.
      *>
      *> PF-LABEL is the NAME/VVV stamp the report, verdict lines and
      *> checkpoint carry.
      *> ---------------------------------------------------------------
01  RULE-PROFILE-TABLE.
    05 PF-ENTRY OCCURS 2 TIMES.
        10 PF-WANT-NAME             PIC X(12).
        10 PF-WANT-VERSION          PIC 9(3).
        10 PF-WANTED-SW             PIC X.
            88 PF-WANTED            VALUE 'Y'.
        10 PF-FOUND-SW              PIC X.
            88 PF-FOUND             VALUE 'Y'.
            88 PF-NOT-FOUND         VALUE 'N'.
        10 PF-BUILT-IN-SW           PIC X.
            88 PF-BUILT-IN          VALUE 'Y'.
        10 PF-NAME                  PIC X(12).
        10 PF-VERSION               PIC 9(3).
        10 PF-MIN-STEP              PIC 9(5).
        10 PF-MAX-STEP              PIC 9(5).
        10 PF-MAX-REMOVED           PIC 9.
        10 PF-FLAT-SW               PIC X.
            88 PF-FLAT-ALLOWED      VALUE 'Y'.
        10 PF-LABEL                 PIC X(16).

77  WS-PF-IX                        PIC 9 VALUE 0.
77  WS-PROFILE-PARM                 PIC X(20) VALUE SPACES.
77  WS-PROFILE-PARM-NAME            PIC X(20) VALUE SPACES.
77  WS-PROFILE-PARM-VERSION         PIC X(10) VALUE SPACES.
77  WS-PROFILE-LINES-LOADED         PIC 9(5) VALUE 0.

77  WS-CANDIDATE-SW                 PIC X VALUE 'N'.
    88 WS-CANDIDATE-ACTIVE          VALUE 'Y'.
    88 WS-CANDIDATE-INACTIVE        VALUE 'N'.
77  WS-CANDIDATE-NOTE               PIC X(80) VALUE SPACES.
77  WS-PF-HEADING                   PIC X(20) VALUE SPACES.
77  WS-PF-SOURCE-TEXT               PIC X(10) VALUE SPACES.
77  WS-CAND-TO-SAFE                 PIC 9(7) VALUE 0.
77  WS-CAND-TO-UNSAFE               PIC 9(7) VALUE 0.
77  WS-CAND-REGRADED                PIC 9(7) VALUE 0.

      *> One PROFILE line as read.
77  WS-PF-REC-TYPE                  PIC X(10) VALUE SPACES.
77  WS-PF-REC-NAME                  PIC X(20) VALUE SPACES.
77  WS-PF-REC-VERSION               PIC X(10) VALUE SPACES.
77  WS-PF-REC-MIN                   PIC X(10) VALUE SPACES.
77  WS-PF-REC-MAX                   PIC X(10) VALUE SPACES.
77  WS-PF-REC-REMOVED               PIC X(10) VALUE SPACES.
77  WS-PF-REC-FLAT                  PIC X(10) VALUE SPACES.
77  WS-PF-REC-VERSION-N             PIC 9(3) VALUE 0.
77  WS-PF-REC-VALID-SW              PIC X VALUE 'Y'.
    88 WS-PF-REC-VALID              VALUE 'Y'.
    88 WS-PF-REC-INVALID            VALUE 'N'.
