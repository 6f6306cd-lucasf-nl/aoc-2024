IDENTIFICATION DIVISION.
PROGRAM-ID. Day3Driver.

COPY 'input_file.cpy'.

WORKING-STORAGE SECTION.
COPY 'input_working_storage.cpy'.
COPY 'scan_working_storage.cpy'.
COPY 'calendar_working_storage.cpy'.
COPY 'runparm_working_storage.cpy'.
COPY 'runhist_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
        PERFORM LOAD-PARM-DATASET.
        PERFORM LOAD-PROCESSING-CALENDAR.
        PERFORM INITIALIZE-LOG.

        IF WS-INPUT-MISSING
            PERFORM RELEASE-RUN-LOCK
            PERFORM CHECK-MISSING-AGAINST-CALENDAR
            STOP RUN
        END-IF

        PERFORM CHECK-ARRIVAL-AGAINST-CALENDAR

        OPEN OUTPUT reportFile

        PERFORM WRITE-PARAMETER-ECHO.

        IF WS-CAL-UNEXPECTED-FEED
            MOVE SPACES TO reportFileRecord
            STRING "**** UNEXPECTED EXTRACT: " WS-RUN-DATE-X
                   " IS A DECLARED NO-FEED DAY - CHECK THE"
                   " SOURCE SENT THE RIGHT FILE ****"
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        END-IF

        PERFORM WRITE-INSTRUCTION-REPORT.
        PERFORM PRINT-CONTROL-TOTALS.
        PERFORM ARCHIVE-RUN.

        CLOSE reportFile.

        PERFORM SET-CONDITION-CODE.
        PERFORM RELEASE-RUN-LOCK.

        STOP RUN.

    WRITE-INSTRUCTION-REPORT.
        MOVE WS-MUL-TOTAL TO WS-MUL-TOTAL-DISPLAY
        MOVE WS-ENABLED-TOTAL TO WS-ENABLED-TOTAL-DISPLAY

        DISPLAY "Sum of products " WS-MUL-TOTAL
        DISPLAY "Sum of enabled products " WS-ENABLED-TOTAL

        MOVE SPACES TO reportFileRecord
        STRING "RUN DATE: " WS-RUN-DATE-X
               "  INSTRUCTIONS: " WS-MUL-COUNT
               "  SUM OF PRODUCTS: " WS-MUL-TOTAL-DISPLAY
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE SPACES TO reportFileRecord
        STRING "RUN DATE: " WS-RUN-DATE-X
               "  ENABLED INSTRUCTIONS: " WS-ENABLED-COUNT
               "  SUM OF ENABLED PRODUCTS: " WS-ENABLED-TOTAL-DISPLAY
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE SPACES TO reportFileRecord
        STRING "SWITCHES SEEN -- DO(): " WS-DO-COUNT
               "  DON'T(): " WS-DONT-COUNT
               "  COUNTING AT END OF LOG: " WS-MUL-STATE-SW
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.

      *> Graded condition codes matching the day1 scheduler contract:
      *> 0 = clean run, 4 = near-miss fragments or over-long lines
      *> were rejected, 12 = the extract was missing or empty (the
      *> missing case stops earlier, inside INITIALIZE-LOG).
    SET-CONDITION-CODE.
        IF WS-LINES-READ = 0
            MOVE 12 TO RETURN-CODE
            DISPLAY "SET-CONDITION-CODE: input extract empty"
                " - condition code 12"
        ELSE
            IF WS-REJECTED-COUNT > 0
                MOVE 4 TO RETURN-CODE
                DISPLAY "SET-CONDITION-CODE: " WS-REJECTED-COUNT
                    " fragments rejected - condition code 4"
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        END-IF.

      *> A missing extract only pages someone when the calendar says
      *> the feed was due, mirroring the day1 and day2 drivers.
    CHECK-MISSING-AGAINST-CALENDAR.
        PERFORM CHECK-PROCESSING-DAY
        IF CAL-NON-PROCESSING
            MOVE 0 TO RETURN-CODE
            DISPLAY "DAY3DRIVER: no extract for " WS-RUN-DATE-X
                " and the calendar marks it non-processing ("
                WS-CAL-DAY-SW ") - clean skip"
        ELSE
            MOVE 12 TO RETURN-CODE
        END-IF.

    CHECK-ARRIVAL-AGAINST-CALENDAR.
        PERFORM CHECK-PROCESSING-DAY
        IF CAL-NOFEED-DAY OR CAL-HOLIDAY
            SET WS-CAL-UNEXPECTED-FEED TO TRUE
            DISPLAY "DAY3DRIVER: extract arrived on "
                WS-RUN-DATE-X " which the calendar declares"
                " no-feed - processed but flagged unexpected"
        END-IF.

    COPY 'input_initialize.cpy'.
    COPY 'runparm_load.cpy'.
    COPY 'calendar_check.cpy'.
    COPY 'scan_calculate.cpy'.
    COPY 'control_totals.cpy'.
    COPY 'runhist_write.cpy'.

    ARCHIVE-RUN.
        PERFORM CLEAR-HISTORY-RECORD
        MOVE WS-RUN-DATE TO RH-RUN-DATE
        MOVE "Day3Driver" TO RH-PROGRAM
        SET RH-RUN-EVENT TO TRUE
        MOVE WS-INPUT-DATASET-NAME TO RH-INPUT-DATASET
        MOVE WS-MUL-TOTAL TO WS-MUL-TOTAL-DISPLAY
        MOVE WS-ENABLED-TOTAL TO WS-ENABLED-TOTAL-DISPLAY
        MOVE WS-MUL-COUNT TO RH-INSTR
        MOVE WS-MUL-TOTAL-DISPLAY TO RH-MULTOTAL
        MOVE WS-ENABLED-TOTAL-DISPLAY TO RH-ENABLEDTOTAL
        MOVE 'Y' TO RH-HAS-INSTR-SW
        PERFORM WRITE-HISTORY-RECORD.
