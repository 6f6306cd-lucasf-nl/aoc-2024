      *> ---------------------------------------------------------------
      *> SLA_WORKING_STORAGE.CPY
      *>
      *> Working-storage for the feed SLA table (sla_check.cpy): the
      *> latest acceptable arrival and completion time for each feed
      *> on each weekday, and the limits CHECK-SLA-DAY finds for one
      *> feed and date.
      *> ---------------------------------------------------------------
77  WS-SLA-FILENAME                 PIC X(100) VALUE SPACES.
77  WS-SLA-FILE-STATUS              PIC XX VALUE SPACES.

77  WS-SLA-LOADED-SW                PIC X VALUE 'N'.
    88 WS-SLA-LOADED                VALUE 'Y'.
    88 WS-SLA-NOT-LOADED            VALUE 'N'.

      *> Feed 1 is DAY1 (Day1Driver), feed 2 is DAY2 (Day2Driver).
      *> Weekday 1 is Monday through 7 for Sunday. A limit set from
      *> an ALL line ('A') gives way to one set for the weekday by
      *> name ('D'), whichever order the lines come in.
77  WS-SLA-FEED-COUNT               PIC 9 VALUE 2.
77  WS-SLA-FEED-NAMES               PIC X(8) VALUE "DAY1DAY2".
77  WS-SLA-DAY-NAMES                PIC X(21)
                                    VALUE "MONTUEWEDTHUFRISATSUN".
77  WS-SLA-LINES-LOADED             PIC 9(3) VALUE 0.

01  SLA-TABLE.
    05 SLA-FEED-ENTRY OCCURS 2 TIMES.
        10 SLA-DAY-ENTRY OCCURS 7 TIMES.
            15 SLA-SOURCE-SW        PIC X.
                88 SLA-DAY-SET      VALUES 'A' 'D'.
                88 SLA-SET-FROM-ALL VALUE 'A'.
            15 SLA-ARRIVE-BY        PIC 9(6).
            15 SLA-COMPLETE-BY      PIC 9(6).

77  WS-SLA-REC-TYPE                 PIC X(10) VALUE SPACES.
77  WS-SLA-REC-FEED                 PIC X(10) VALUE SPACES.
77  WS-SLA-REC-DAY                  PIC X(10) VALUE SPACES.
77  WS-SLA-REC-ARRIVE               PIC X(10) VALUE SPACES.
77  WS-SLA-REC-COMPLETE             PIC X(10) VALUE SPACES.
77  WS-SLA-REC-FEED-IX              PIC 9 VALUE 0.
77  WS-SLA-REC-DAY-IX               PIC 9 VALUE 0.
77  WS-SLA-REC-VALID-SW             PIC X VALUE 'Y'.
    88 WS-SLA-REC-VALID             VALUE 'Y'.
    88 WS-SLA-REC-INVALID           VALUE 'N'.

      *> An HHMM limit as read, checked and widened to HHMMSS.
77  WS-SLA-HHMM-TEXT                PIC X(10) VALUE SPACES.
01  WS-SLA-HHMM                     PIC 9(4) VALUE 0.
01  WS-SLA-HHMM-R REDEFINES WS-SLA-HHMM.
    05 WS-SLA-HH                    PIC 9(2).
    05 WS-SLA-MM                    PIC 9(2).
77  WS-SLA-HHMMSS                   PIC 9(6) VALUE 0.

77  WS-SLA-FEED-IX                  PIC 9 VALUE 0.
77  WS-SLA-DAY-IX                   PIC 9 VALUE 0.
77  WS-SLA-DOW                      PIC 9 VALUE 0.

      *> Set by CHECK-SLA-DAY for WS-SLA-FEED-IX and WS-RUN-DATE.
77  WS-SLA-DEFINED-SW               PIC X VALUE 'N'.
    88 WS-SLA-DEFINED               VALUE 'Y'.
    88 WS-SLA-UNDEFINED             VALUE 'N'.
77  WS-SLA-ARRIVE-BY                PIC 9(6) VALUE 0.
77  WS-SLA-COMPLETE-BY              PIC 9(6) VALUE 0.
