      *> ---------------------------------------------------------------
      *> SPIKE_CHECK.CPY
      *>
      *> DETECT-FREQUENCY-SPIKES looks at each ID on its own. The
      *> tolerance check only sees the day's TOTAL and SIMSCORE, so
      *> one ID whose right-list frequency jumps from 2 to 40
      *> overnight vanishes into the aggregate; here every ID on the
      *> day's ledger page is measured against its own baseline.
      *>
      *> The baseline comes off the ID activity ledger: every run
      *> date posted in the lookback window before the run date
      *> (DL100_SPIKE_LOOKBACK_DAYS calendar days, default 30). For
      *> each of its two figures - left-list appearances and the
      *> right-list frequency the FREQ-TABLE counts - the ID's
      *> average and spread (standard deviation) are taken over those
      *> run dates, a date the ID was absent counting as 0. An ID is
      *> flagged HIGH or LOW when today's figure falls outside
      *>
      *>   average +/- DL100_SPIKE_BAND_SD spreads        (default 3)
      *>
      *> and the band is never narrower than DL100_SPIKE_MIN_MOVE
      *> either side of the average (default 5), so a steady ID does
      *> not trip on a move of one. DL100_SPIKE_BAND_SD 0 turns the
      *> band test off. The band is only applied once the window
      *> holds DL100_SPIKE_MIN_DAYS run dates (default 5); until then
      *> the IDs with history are counted as not assessed.
      *>
      *> An ID with no appearance in the window has no baseline. It
      *> is flagged when either figure reaches DL100_SPIKE_NEW_MIN
      *> (default 10, 0 disables): NEW when the ID master first saw
      *> it on the run date, RETURNED when the master knows it from
      *> before the window (only once the window holds enough run
      *> dates to say it was really absent).
      *>
      *> Flagged IDs are listed with baseline and today's figure in
      *> spikes_YYYYMMDD.txt (_CORRECTED on a corrected run), and a
      *> FREQUENCY SPIKES section on the day's report names them so
      *> the desk can chase them before distribution; a flagged day
      *> ends condition code 4 at least. The pass runs after the
      *> day's ledger page is posted, and reads nothing if the ledger
      *> cannot be opened.
      *> ---------------------------------------------------------------
    DETECT-FREQUENCY-SPIKES.
        MOVE 0 TO WS-SPIKE-FLAGGED
        MOVE 0 TO WS-SPIKE-FLAG-LINES
        MOVE 0 TO WS-SPIKE-NEW-IDS
        MOVE 0 TO WS-SPIKE-UNASSESSED
        MOVE 0 TO WS-SPIKE-SHOWN
        MOVE 0 TO WS-SPIKE-COUNT
        MOVE 0 TO WS-SPIKE-OVERFLOW
        MOVE 0 TO WS-SPIKE-WINDOW-DAYS

        PERFORM LOAD-SPIKE-PARMS

        SET WS-SPIKE-LEDGER-CLOSED TO TRUE
        OPEN INPUT ledgerFile
        IF WS-LEDGER-FILE-STATUS = "00"
            SET WS-SPIKE-LEDGER-OPEN TO TRUE
        END-IF

        MOVE SPACES TO reportFileRecord
        WRITE reportFileRecord
        MOVE SPACES TO reportFileRecord
        STRING "---- FREQUENCY SPIKES - EACH ID AGAINST ITS OWN "
               WS-SPIKE-LOOKBACK-DAYS "-DAY BASELINE ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        IF WS-SPIKE-LEDGER-CLOSED
            CLOSE ledgerFile
            DISPLAY "DETECT-FREQUENCY-SPIKES: ledger "
                FUNCTION TRIM(WS-LEDGER-FILENAME)
                " unavailable (status " WS-LEDGER-FILE-STATUS
                ") - check skipped"
            MOVE "NOT CHECKED - ID ACTIVITY LEDGER UNAVAILABLE"
                TO reportFileRecord
            WRITE reportFileRecord
        ELSE
            PERFORM LOAD-SPIKE-TODAY
            PERFORM ACCUMULATE-SPIKE-WINDOW
            CLOSE ledgerFile

            SET WS-SPIKE-MASTER-CLOSED TO TRUE
            OPEN INPUT masterFile
            IF WS-MASTER-FILE-STATUS = "00"
                SET WS-SPIKE-MASTER-OPEN TO TRUE
            END-IF

            OPEN OUTPUT spikeFile
            PERFORM WRITE-SPIKE-HEADING

            PERFORM VARYING WS-SPIKE-IX FROM 1 BY 1
                    UNTIL WS-SPIKE-IX > WS-SPIKE-COUNT
                PERFORM ASSESS-SPIKE-ENTRY
            END-PERFORM

            CLOSE masterFile

            PERFORM WRITE-SPIKE-TOTALS
            CLOSE spikeFile

            DISPLAY "DETECT-FREQUENCY-SPIKES: " WS-SPIKE-COUNT
                " IDs checked against " WS-SPIKE-WINDOW-DAYS
                " run dates, " WS-SPIKE-FLAGGED " flagged - see "
                FUNCTION TRIM(WS-SPIKE-FILENAME)
        END-IF.

    LOAD-SPIKE-PARMS.
        MOVE "DL100_SPIKE_LOOKBACK_DAYS" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-SPIKE-PARM
        IF WS-SPIKE-PARM NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-SPIKE-PARM) = 0
            MOVE FUNCTION NUMVAL(WS-SPIKE-PARM)
                TO WS-SPIKE-LOOKBACK-DAYS
        END-IF
        IF WS-SPIKE-LOOKBACK-DAYS = 0
            MOVE 30 TO WS-SPIKE-LOOKBACK-DAYS
        END-IF

        MOVE "DL100_SPIKE_MIN_DAYS" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-SPIKE-PARM
        IF WS-SPIKE-PARM NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-SPIKE-PARM) = 0
            MOVE FUNCTION NUMVAL(WS-SPIKE-PARM) TO WS-SPIKE-MIN-DAYS
        END-IF
        IF WS-SPIKE-MIN-DAYS = 0
            MOVE 1 TO WS-SPIKE-MIN-DAYS
        END-IF

        MOVE "DL100_SPIKE_BAND_SD" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-SPIKE-PARM
        IF WS-SPIKE-PARM NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-SPIKE-PARM) = 0
            MOVE FUNCTION NUMVAL(WS-SPIKE-PARM) TO WS-SPIKE-BAND-SD
        END-IF

        MOVE "DL100_SPIKE_MIN_MOVE" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-SPIKE-PARM
        IF WS-SPIKE-PARM NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-SPIKE-PARM) = 0
            MOVE FUNCTION NUMVAL(WS-SPIKE-PARM) TO WS-SPIKE-MIN-MOVE
        END-IF

        MOVE "DL100_SPIKE_NEW_MIN" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-SPIKE-PARM
        IF WS-SPIKE-PARM NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-SPIKE-PARM) = 0
            MOVE FUNCTION NUMVAL(WS-SPIKE-PARM) TO WS-SPIKE-NEW-MIN
        END-IF

        COMPUTE WS-SPIKE-FROM-INT =
            FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            - WS-SPIKE-LOOKBACK-DAYS
        MOVE FUNCTION DATE-OF-INTEGER(WS-SPIKE-FROM-INT)
            TO WS-SPIKE-FROM-DATE.

      *> Today's page is keyed by ID, so the table comes out in ID
      *> order for the binary search.
    LOAD-SPIKE-TODAY.
        MOVE WS-RUN-DATE TO LD-RUN-DATE
        MOVE 0 TO LD-ID
        SET WS-SPIKE-READ-MORE TO TRUE
        START ledgerFile KEY IS NOT LESS THAN LD-KEY
            INVALID KEY
                SET WS-SPIKE-READ-DONE TO TRUE
        END-START

        PERFORM UNTIL WS-SPIKE-READ-DONE
            READ ledgerFile NEXT RECORD
                AT END
                    SET WS-SPIKE-READ-DONE TO TRUE
                NOT AT END
                    IF LD-RUN-DATE NOT = WS-RUN-DATE
                        SET WS-SPIKE-READ-DONE TO TRUE
                    ELSE
                        IF WS-SPIKE-COUNT < WS-SPIKE-MAX
                            ADD 1 TO WS-SPIKE-COUNT
                            MOVE LD-ID TO SP-ID(WS-SPIKE-COUNT)
                            MOVE LD-LEFT-COUNT
                                TO SP-TODAY-LEFT(WS-SPIKE-COUNT)
                            MOVE LD-RIGHT-COUNT
                                TO SP-TODAY-RIGHT(WS-SPIKE-COUNT)
                            MOVE 0 TO SP-HIST-DAYS(WS-SPIKE-COUNT)
                            MOVE 0 TO SP-SUM-LEFT(WS-SPIKE-COUNT)
                            MOVE 0 TO SP-SUM-RIGHT(WS-SPIKE-COUNT)
                            MOVE 0 TO SP-SQ-LEFT(WS-SPIKE-COUNT)
                            MOVE 0 TO SP-SQ-RIGHT(WS-SPIKE-COUNT)
                        ELSE
                            ADD 1 TO WS-SPIKE-OVERFLOW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM

        IF WS-SPIKE-OVERFLOW > 0
            DISPLAY "DETECT-FREQUENCY-SPIKES: " WS-SPIKE-OVERFLOW
                " IDs beyond the first " WS-SPIKE-MAX
                " not checked"
        END-IF.

      *> The window's pages are read in key order, so each change of
      *> date is one more run date in the baseline.
    ACCUMULATE-SPIKE-WINDOW.
        MOVE 0 TO WS-SPIKE-LAST-DATE
        MOVE WS-SPIKE-FROM-DATE TO LD-RUN-DATE
        MOVE 0 TO LD-ID
        SET WS-SPIKE-READ-MORE TO TRUE
        START ledgerFile KEY IS NOT LESS THAN LD-KEY
            INVALID KEY
                SET WS-SPIKE-READ-DONE TO TRUE
        END-START

        PERFORM UNTIL WS-SPIKE-READ-DONE
            READ ledgerFile NEXT RECORD
                AT END
                    SET WS-SPIKE-READ-DONE TO TRUE
                NOT AT END
                    IF LD-RUN-DATE NOT < WS-RUN-DATE
                        SET WS-SPIKE-READ-DONE TO TRUE
                    ELSE
                        IF LD-RUN-DATE NOT = WS-SPIKE-LAST-DATE
                            MOVE LD-RUN-DATE TO WS-SPIKE-LAST-DATE
                            ADD 1 TO WS-SPIKE-WINDOW-DAYS
                        END-IF
                        PERFORM FIND-SPIKE-ENTRY
                        IF WS-SPIKE-FOUND
                            ADD 1 TO SP-HIST-DAYS(WS-SPIKE-MID)
                            ADD LD-LEFT-COUNT
                                TO SP-SUM-LEFT(WS-SPIKE-MID)
                            ADD LD-RIGHT-COUNT
                                TO SP-SUM-RIGHT(WS-SPIKE-MID)
                            COMPUTE SP-SQ-LEFT(WS-SPIKE-MID) =
                                SP-SQ-LEFT(WS-SPIKE-MID)
                                + LD-LEFT-COUNT * LD-LEFT-COUNT
                            COMPUTE SP-SQ-RIGHT(WS-SPIKE-MID) =
                                SP-SQ-RIGHT(WS-SPIKE-MID)
                                + LD-RIGHT-COUNT * LD-RIGHT-COUNT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

    FIND-SPIKE-ENTRY.
        SET WS-SPIKE-NOT-FOUND TO TRUE
        MOVE 1 TO WS-SPIKE-LOW
        MOVE WS-SPIKE-COUNT TO WS-SPIKE-HIGH
        PERFORM UNTIL WS-SPIKE-FOUND
                OR WS-SPIKE-LOW > WS-SPIKE-HIGH
            COMPUTE WS-SPIKE-MID =
                (WS-SPIKE-LOW + WS-SPIKE-HIGH) / 2
            EVALUATE TRUE
                WHEN SP-ID(WS-SPIKE-MID) = LD-ID
                    SET WS-SPIKE-FOUND TO TRUE
                WHEN SP-ID(WS-SPIKE-MID) < LD-ID
                    COMPUTE WS-SPIKE-LOW = WS-SPIKE-MID + 1
                WHEN OTHER
                    IF WS-SPIKE-MID = 1
                        MOVE 0 TO WS-SPIKE-HIGH
                    ELSE
                        COMPUTE WS-SPIKE-HIGH = WS-SPIKE-MID - 1
                    END-IF
            END-EVALUATE
        END-PERFORM.

    ASSESS-SPIKE-ENTRY.
        SET WS-SPIKE-ID-CLEAR TO TRUE

        IF SP-HIST-DAYS(WS-SPIKE-IX) = 0
            PERFORM ASSESS-NO-HISTORY
        ELSE
            IF WS-SPIKE-WINDOW-DAYS < WS-SPIKE-MIN-DAYS
                ADD 1 TO WS-SPIKE-UNASSESSED
            ELSE
                IF WS-SPIKE-BAND-SD > 0
                    MOVE "LEFT" TO WS-SPIKE-METRIC
                    MOVE SP-TODAY-LEFT(WS-SPIKE-IX) TO WS-SPIKE-TODAY
                    MOVE SP-SUM-LEFT(WS-SPIKE-IX) TO WS-SPIKE-SUM
                    MOVE SP-SQ-LEFT(WS-SPIKE-IX) TO WS-SPIKE-SQ
                    PERFORM ASSESS-SPIKE-METRIC

                    MOVE "RIGHT" TO WS-SPIKE-METRIC
                    MOVE SP-TODAY-RIGHT(WS-SPIKE-IX) TO WS-SPIKE-TODAY
                    MOVE SP-SUM-RIGHT(WS-SPIKE-IX) TO WS-SPIKE-SUM
                    MOVE SP-SQ-RIGHT(WS-SPIKE-IX) TO WS-SPIKE-SQ
                    PERFORM ASSESS-SPIKE-METRIC
                END-IF
            END-IF
        END-IF

        IF WS-SPIKE-ID-FLAGGED
            ADD 1 TO WS-SPIKE-FLAGGED
        END-IF.

      *> Average and spread over every run date in the window; the
      *> variance is taken as (n * sum of squares - sum squared) / n
      *> squared so no intermediate is rounded before the root.
    ASSESS-SPIKE-METRIC.
        COMPUTE WS-SPIKE-MEAN ROUNDED =
            WS-SPIKE-SUM / WS-SPIKE-WINDOW-DAYS
        COMPUTE WS-SPIKE-VARIANCE =
            (WS-SPIKE-WINDOW-DAYS * WS-SPIKE-SQ
             - WS-SPIKE-SUM * WS-SPIKE-SUM)
            / (WS-SPIKE-WINDOW-DAYS * WS-SPIKE-WINDOW-DAYS)
        IF WS-SPIKE-VARIANCE < 0
            MOVE 0 TO WS-SPIKE-VARIANCE
        END-IF
        COMPUTE WS-SPIKE-SPREAD ROUNDED =
            FUNCTION SQRT(WS-SPIKE-VARIANCE)

        COMPUTE WS-SPIKE-BAND ROUNDED =
            WS-SPIKE-BAND-SD * WS-SPIKE-SPREAD
        IF WS-SPIKE-BAND < WS-SPIKE-MIN-MOVE
            MOVE WS-SPIKE-MIN-MOVE TO WS-SPIKE-BAND
        END-IF
        COMPUTE WS-SPIKE-BAND-HIGH = WS-SPIKE-MEAN + WS-SPIKE-BAND
        COMPUTE WS-SPIKE-BAND-LOW = WS-SPIKE-MEAN - WS-SPIKE-BAND

        MOVE SPACES TO WS-SPIKE-KIND
        IF WS-SPIKE-TODAY > WS-SPIKE-BAND-HIGH
            MOVE "HIGH" TO WS-SPIKE-KIND
        ELSE
            IF WS-SPIKE-TODAY < WS-SPIKE-BAND-LOW
                MOVE "LOW" TO WS-SPIKE-KIND
            END-IF
        END-IF

        IF WS-SPIKE-KIND NOT = SPACES
            SET WS-SPIKE-ID-FLAGGED TO TRUE
            IF WS-SPIKE-BAND-LOW < 0
                MOVE 0 TO WS-SPIKE-BAND-LOW
            END-IF
            MOVE WS-SPIKE-TODAY TO WS-SPIKE-TODAY-EDITED
            MOVE WS-SPIKE-MEAN TO WS-SPIKE-MEAN-EDITED
            MOVE WS-SPIKE-SPREAD TO WS-SPIKE-SPREAD-EDITED
            MOVE WS-SPIKE-BAND-LOW TO WS-SPIKE-LOW-EDITED
            MOVE WS-SPIKE-BAND-HIGH TO WS-SPIKE-HIGH-EDITED
            MOVE SP-HIST-DAYS(WS-SPIKE-IX) TO WS-SPIKE-DAYS-EDITED

            MOVE SPACES TO spikeFileRecord
            STRING SP-ID(WS-SPIKE-IX) "  " WS-SPIKE-METRIC " "
                   WS-SPIKE-KIND
                   " TODAY " WS-SPIKE-TODAY-EDITED
                   "  AVERAGE " WS-SPIKE-MEAN-EDITED
                   " SPREAD " WS-SPIKE-SPREAD-EDITED
                   "  BAND " WS-SPIKE-LOW-EDITED
                   " TO " WS-SPIKE-HIGH-EDITED
                   "  SEEN " WS-SPIKE-DAYS-EDITED
                DELIMITED BY SIZE INTO spikeFileRecord
            PERFORM WRITE-SPIKE-LINE
        END-IF.

      *> No appearance in the window: NEW if the ID master first saw
      *> the ID today, RETURNED if it knows the ID from before.
    ASSESS-NO-HISTORY.
        IF WS-SPIKE-NEW-MIN > 0
                AND (SP-TODAY-LEFT(WS-SPIKE-IX) NOT < WS-SPIKE-NEW-MIN
                  OR SP-TODAY-RIGHT(WS-SPIKE-IX)
                        NOT < WS-SPIKE-NEW-MIN)
            MOVE "NEW" TO WS-SPIKE-KIND
            IF WS-SPIKE-MASTER-OPEN
                MOVE SP-ID(WS-SPIKE-IX) TO MASTER-ID
                READ masterFile
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF MASTER-FIRST-SEEN < WS-RUN-DATE
                            MOVE "RETURNED" TO WS-SPIKE-KIND
                        END-IF
                END-READ
            END-IF

            IF WS-SPIKE-KIND = "RETURNED"
                    AND WS-SPIKE-WINDOW-DAYS < WS-SPIKE-MIN-DAYS
                ADD 1 TO WS-SPIKE-UNASSESSED
            ELSE
                SET WS-SPIKE-ID-FLAGGED TO TRUE
                IF WS-SPIKE-KIND = "NEW"
                    ADD 1 TO WS-SPIKE-NEW-IDS
                END-IF
                MOVE SP-TODAY-LEFT(WS-SPIKE-IX)
                    TO WS-SPIKE-TODAY-EDITED
                MOVE SP-TODAY-RIGHT(WS-SPIKE-IX)
                    TO WS-SPIKE-RIGHT-EDITED
                MOVE SPACES TO spikeFileRecord
                IF WS-SPIKE-KIND = "NEW"
                    STRING SP-ID(WS-SPIKE-IX) "  BOTH  "
                           WS-SPIKE-KIND
                           " LEFT  " WS-SPIKE-TODAY-EDITED
                           "  RIGHT " WS-SPIKE-RIGHT-EDITED
                           "  NO HISTORY - FIRST SEEN TODAY"
                        DELIMITED BY SIZE INTO spikeFileRecord
                ELSE
                    STRING SP-ID(WS-SPIKE-IX) "  BOTH  "
                           WS-SPIKE-KIND
                           " LEFT  " WS-SPIKE-TODAY-EDITED
                           "  RIGHT " WS-SPIKE-RIGHT-EDITED
                           "  NO BASELINE - ABSENT SINCE "
                           WS-SPIKE-FROM-DATE-X
                        DELIMITED BY SIZE INTO spikeFileRecord
                END-IF
                PERFORM WRITE-SPIKE-LINE
            END-IF
        END-IF.

      *> Every flag goes to the listing; the report carries the first
      *> WS-SPIKE-REPORT-MAX and points at the listing for the rest.
    WRITE-SPIKE-LINE.
        WRITE spikeFileRecord
        ADD 1 TO WS-SPIKE-FLAG-LINES
        IF WS-SPIKE-SHOWN < WS-SPIKE-REPORT-MAX
            ADD 1 TO WS-SPIKE-SHOWN
            MOVE spikeFileRecord TO reportFileRecord
            WRITE reportFileRecord
        END-IF.

    WRITE-SPIKE-HEADING.
        MOVE SPACES TO spikeFileRecord
        STRING "FREQUENCY SPIKE LISTING  RUN DATE " WS-RUN-DATE-X
               "  BASELINE " WS-SPIKE-FROM-DATE-X
               " TO THE DAY BEFORE  RUN DATES IN WINDOW "
               WS-SPIKE-WINDOW-DAYS
            DELIMITED BY SIZE INTO spikeFileRecord
        WRITE spikeFileRecord
        MOVE WS-SPIKE-BAND-SD TO WS-SPIKE-SPREAD-EDITED
        MOVE SPACES TO spikeFileRecord
        STRING "BAND AVERAGE +/- "
               FUNCTION TRIM(WS-SPIKE-SPREAD-EDITED)
               " SPREADS, AT LEAST " WS-SPIKE-MIN-MOVE
               "  BASELINE NEEDS " WS-SPIKE-MIN-DAYS " RUN DATES"
               "  NO-HISTORY FLAG AT " WS-SPIKE-NEW-MIN
            DELIMITED BY SIZE INTO spikeFileRecord
        WRITE spikeFileRecord
        MOVE SPACES TO spikeFileRecord
        WRITE spikeFileRecord
        MOVE SPACES TO spikeFileRecord
        STRING "ID          FIGURE FLAG     TODAY, BASELINE AVERAGE"
               " AND SPREAD, BAND, RUN DATES THE ID WAS SEEN"
            DELIMITED BY SIZE INTO spikeFileRecord
        WRITE spikeFileRecord.

    WRITE-SPIKE-TOTALS.
        MOVE SPACES TO spikeFileRecord
        WRITE spikeFileRecord
        MOVE SPACES TO spikeFileRecord
        STRING "IDS CHECKED " WS-SPIKE-COUNT
               "  FLAGGED " WS-SPIKE-FLAGGED
               " (NEW " WS-SPIKE-NEW-IDS ")"
               "  NOT ASSESSED " WS-SPIKE-UNASSESSED
               "  BEYOND CAPACITY " WS-SPIKE-OVERFLOW
            DELIMITED BY SIZE INTO spikeFileRecord
        WRITE spikeFileRecord

        IF WS-SPIKE-FLAGGED = 0
            MOVE "NO ID OUTSIDE ITS BASELINE BAND" TO reportFileRecord
            WRITE reportFileRecord
        END-IF
        IF WS-SPIKE-FLAG-LINES > WS-SPIKE-SHOWN
            MOVE SPACES TO reportFileRecord
            STRING "... " WS-SPIKE-FLAG-LINES " FLAG LINES IN ALL - SEE "
                   FUNCTION TRIM(WS-SPIKE-FILENAME)
                DELIMITED BY SIZE INTO reportFileRecord
            WRITE reportFileRecord
        END-IF
        MOVE SPACES TO reportFileRecord
        STRING "IDS CHECKED " WS-SPIKE-COUNT
               "  FLAGGED " WS-SPIKE-FLAGGED
               "  NOT ASSESSED " WS-SPIKE-UNASSESSED
               "  RUN DATES IN BASELINE " WS-SPIKE-WINDOW-DAYS
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.
