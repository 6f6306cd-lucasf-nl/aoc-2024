                SET WS-INPUT-MISSING TO TRUE
                PERFORM CHECK-MISSING-AGAINST-CALENDAR
            ELSE
                PERFORM STAMP-EXTRACT-FOUND
                CLOSE inputFile
                PERFORM CHECK-ARRIVAL-AGAINST-CALENDAR
                PERFORM RUN-LARGE-SORT
        IF WS-CAL-UNEXPECTED-FEED
            PERFORM WRITE-UNEXPECTED-FEED-LINE
        END-IF
        IF WS-PC-RUN-ADJUSTMENT
            PERFORM WRITE-PRIOR-PERIOD-LINE
        END-IF
        IF WS-RUN-SEQ > 0
            PERFORM WRITE-RESTATEMENT-SECTION
        END-IF
        PERFORM LARGE-WRITE-REPORT-SECTIONS
        PERFORM CHECK-RUN-TOLERANCE
        PERFORM LARGE-PRINT-CONTROL-TOTALS
        IF NOT WS-VERIFY-PASS
            PERFORM DETECT-FREQUENCY-SPIKES
        END-IF
      *> The shadow verification pass writes no history entry - the
      *> real run already archived the day, and a second entry would
      *> poison the tolerance check and the trend report.
        IF NOT WS-VERIFY-PASS
            PERFORM ARCHIVE-RUN
        CLOSE reconFile
        CLOSE interfaceFile

      *> The ledger page is posted from the sorted work files while
      *> they are still on disk; the shadow verification pass posts
      *> nothing, as it archives nothing.
        IF NOT WS-VERIFY-PASS
            PERFORM POST-LARGE-LEDGER
        END-IF

        DELETE FILE sortedLeftFile
        DELETE FILE sortedRightFile

