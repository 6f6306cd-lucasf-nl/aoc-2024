      *> ---------------------------------------------------------------
      *> CALENDAR_WORKING_STORAGE.CPY (day3)
      *>
      *> Fields used by the processing-calendar check
      *> (calendar_check.cpy): the loaded holiday/no-feed date table,
      *> the classification switch CHECK-PROCESSING-DAY sets for the
      *> date in WS-RUN-DATE, and the skip switch the driver reads so
      *> a missing extract on a non-processing day is a clean skip
      *> instead of a condition-code-12 page-out.
      *> ---------------------------------------------------------------
77  WS-CALENDAR-FILENAME            PIC X(100) VALUE SPACES.
77  WS-CAL-FILE-STATUS              PIC XX VALUE SPACES.

77  WS-CAL-LOADED-SW                PIC X VALUE 'N'.
    88 WS-CAL-LOADED                VALUE 'Y'.
    88 WS-CAL-NOT-LOADED            VALUE 'N'.

77  WS-CAL-MAX-ENTRIES              PIC 9(3) VALUE 400.
77  WS-CAL-ENTRY-COUNT              PIC 9(3) VALUE 0.
77  WS-CAL-IX                       PIC 9(3) VALUE 0.

01  CAL-DATE-TABLE.
    05 CAL-DATE-ENTRY OCCURS 400 TIMES.
        10 CAL-ENTRY-DATE           PIC 9(8).
        10 CAL-ENTRY-TYPE           PIC X.

77  WS-CAL-REC-TYPE                 PIC X(10) VALUE SPACES.
77  WS-CAL-REC-DATE                 PIC X(10) VALUE SPACES.

      *> Classification of the run date in hand. B = business day the
      *> feed is due; W/H/F = weekend, holiday, declared no-feed date
      *> - all three are non-processing, F and H flag an extract that
      *> arrives anyway as unexpected.
77  WS-CAL-DAY-SW                   PIC X VALUE 'B'.
    88 CAL-BUSINESS-DAY             VALUE 'B'.
    88 CAL-WEEKEND                  VALUE 'W'.
    88 CAL-HOLIDAY                  VALUE 'H'.
    88 CAL-NOFEED-DAY               VALUE 'F'.
    88 CAL-NON-PROCESSING           VALUES 'W' 'H' 'F'.

77  WS-CAL-DOW                      PIC 9(1) VALUE 0.

77  WS-CAL-SKIP-SW                  PIC X VALUE 'N'.
    88 WS-CAL-DAY-SKIPPED           VALUE 'Y'.
    88 WS-CAL-DAY-NOT-SKIPPED      VALUE 'N'.

77  WS-CAL-UNEXPECTED-SW            PIC X VALUE 'N'.
    88 WS-CAL-UNEXPECTED-FEED       VALUE 'Y'.
    88 WS-CAL-FEED-EXPECTED         VALUE 'N'.
