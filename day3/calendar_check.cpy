      *> ---------------------------------------------------------------
      *> CALENDAR_CHECK.CPY (day3)
      *>
      *> The business-day processing calendar, shared with the day1
      *> and day2 feeds - one shop calendar covers all three, so the
      *> dataset and its DL100_CALENDAR_DATASET override are
      *> deliberately the same.
      *> The calendar dataset (calendar.txt) is an operator-maintained
      *> list of dated exceptions, one per line:
      *>
      *>   HOLIDAY YYYYMMDD free text...
      *>   NOFEED  YYYYMMDD free text...
      *>
      *> Weekends are non-processing without being listed. A missing
      *> calendar dataset means every day is treated as it was before
      *> the calendar existed - the check only ever downgrades a
      *> missing-extract page-out, never suppresses a business-day
      *> one.
      *>
      *> LOAD-PROCESSING-CALENDAR reads the dataset once per run;
      *> CHECK-PROCESSING-DAY classifies the date in WS-RUN-DATE so
      *> the driver can turn a missing extract on a non-processing
      *> day into a clean skip, keep condition code 12 on a business
      *> day, and flag an extract that arrives on a declared no-feed
      *> day or holiday as unexpected.
      *> ---------------------------------------------------------------
    LOAD-PROCESSING-CALENDAR.
        MOVE 0 TO WS-CAL-ENTRY-COUNT
        SET WS-CAL-NOT-LOADED TO TRUE

        MOVE "DL100_CALENDAR_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-CALENDAR-FILENAME
        IF WS-CALENDAR-FILENAME = SPACES
            MOVE "calendar.txt" TO WS-CALENDAR-FILENAME
        END-IF

        OPEN INPUT calendarFile
        IF WS-CAL-FILE-STATUS NOT = "00"
            CLOSE calendarFile
            DISPLAY "LOAD-PROCESSING-CALENDAR: no calendar "
                FUNCTION TRIM(WS-CALENDAR-FILENAME)
                " - weekends only, no holiday or no-feed dates"
        ELSE
            SET WS-CAL-LOADED TO TRUE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ calendarFile INTO calendarFileRecord
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        PERFORM LOAD-ONE-CALENDAR-ENTRY
                END-READ
            END-PERFORM
            CLOSE calendarFile
            MOVE 'N' TO EOF
            DISPLAY "LOAD-PROCESSING-CALENDAR: "
                WS-CAL-ENTRY-COUNT " dated entries loaded from "
                FUNCTION TRIM(WS-CALENDAR-FILENAME)
        END-IF.

      *> Lines that do not parse as a known type plus a numeric date
      *> are skipped quietly, so comments and blank lines are fine.
    LOAD-ONE-CALENDAR-ENTRY.
        MOVE SPACES TO WS-CAL-REC-TYPE
        MOVE SPACES TO WS-CAL-REC-DATE
        UNSTRING FUNCTION TRIM(calendarFileRecord)
            DELIMITED BY ALL SPACE
            INTO WS-CAL-REC-TYPE, WS-CAL-REC-DATE
        END-UNSTRING

        IF (WS-CAL-REC-TYPE = "HOLIDAY"
                OR WS-CAL-REC-TYPE = "NOFEED")
                AND FUNCTION TEST-NUMVAL(WS-CAL-REC-DATE) = 0
            IF WS-CAL-ENTRY-COUNT >= WS-CAL-MAX-ENTRIES
                DISPLAY "LOAD-PROCESSING-CALENDAR: calendar table"
                    " capacity of " WS-CAL-MAX-ENTRIES
                    " exceeded - remaining entries ignored"
                SET EOF-REACHED TO TRUE
            ELSE
                ADD 1 TO WS-CAL-ENTRY-COUNT
                MOVE FUNCTION NUMVAL(WS-CAL-REC-DATE)
                    TO CAL-ENTRY-DATE(WS-CAL-ENTRY-COUNT)
                IF WS-CAL-REC-TYPE = "HOLIDAY"
                    MOVE 'H'
                        TO CAL-ENTRY-TYPE(WS-CAL-ENTRY-COUNT)
                ELSE
                    MOVE 'F'
                        TO CAL-ENTRY-TYPE(WS-CAL-ENTRY-COUNT)
                END-IF
            END-IF
        END-IF.

      *> Day 1 of the INTEGER-OF-DATE epoch is a Monday, so the
      *> integer date modulo 7 gives 6 for Saturday and 0 for Sunday.
      *> A dated calendar entry outranks the weekday rule.
    CHECK-PROCESSING-DAY.
        SET CAL-BUSINESS-DAY TO TRUE

        COMPUTE WS-CAL-DOW = FUNCTION MOD(
            FUNCTION INTEGER-OF-DATE(WS-RUN-DATE), 7)
        IF WS-CAL-DOW = 6 OR WS-CAL-DOW = 0
            SET CAL-WEEKEND TO TRUE
        END-IF

        PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                UNTIL WS-CAL-IX > WS-CAL-ENTRY-COUNT
            IF CAL-ENTRY-DATE(WS-CAL-IX) = WS-RUN-DATE
                IF CAL-ENTRY-TYPE(WS-CAL-IX) = 'H'
                    SET CAL-HOLIDAY TO TRUE
                ELSE
                    SET CAL-NOFEED-DAY TO TRUE
                END-IF
            END-IF
        END-PERFORM.
