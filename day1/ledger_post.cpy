      *> ---------------------------------------------------------------
      *> LEDGER_POST.CPY
      *>
      *> POST-ID-LEDGER writes the day's page of the keyed ID activity
      *> ledger: one record per distinct ID in the final grid, holding
      *> how many times it appeared on the left (COL-1) and right
      *> (COL-2) lists and its share of the day's SIMSCORE. The ID
      *> master keeps only the running counts; the ledger keeps the
      *> days, so IdStatement can print an ID's activity over any
      *> period without rescanning the archived extracts.
      *>
      *> The pass runs once the day's grid is final - after the sort
      *> and, on a corrected run, after APPLY-CORRECTIONS has merged
      *> and re-sorted the extra rows. It first clears whatever an
      *> earlier run of the same date posted, so a rerun or corrected
      *> run replaces the date's page rather than adding to it.
      *>
      *> The two sorted lists are walked together like a merge: each
      *> distinct value takes its copies off the front of both lists.
      *> On the large-extract path the lists are the sorted work files
      *> (POST-LARGE-LEDGER), read before the stream pass deletes them.
      *>
      *> The ledger (idledger.dat, or the DL100_LEDGER_DATASET
      *> override) is created on first use. If it cannot be opened the
      *> posting is skipped with a warning, as for the ID master - the
      *> day's page can always be reposted by rerunning the date.
      *> ---------------------------------------------------------------
    POST-ID-LEDGER.
        SET WS-LEDGER-FROM-GRID TO TRUE
        MOVE 1 TO WS-LD-LEFT-ROW
        MOVE 1 TO WS-LD-RIGHT-ROW
        PERFORM POST-LEDGER-PAGE.

    POST-LARGE-LEDGER.
        SET WS-LEDGER-FROM-FILES TO TRUE
        OPEN INPUT sortedLeftFile
        OPEN INPUT sortedRightFile
        PERFORM POST-LEDGER-PAGE
        CLOSE sortedLeftFile
        CLOSE sortedRightFile.

    POST-LEDGER-PAGE.
        PERFORM OPEN-ID-LEDGER

        IF WS-LEDGER-AVAILABLE
            PERFORM CLEAR-LEDGER-DATE

            SET WS-LD-LEFT-MORE TO TRUE
            SET WS-LD-RIGHT-MORE TO TRUE
            PERFORM FETCH-LEDGER-LEFT
            PERFORM FETCH-LEDGER-RIGHT

            PERFORM UNTIL WS-LD-LEFT-EOF AND WS-LD-RIGHT-EOF
                EVALUATE TRUE
                    WHEN WS-LD-RIGHT-EOF
                        MOVE WS-LD-NEXT-LEFT TO WS-LD-VALUE
                    WHEN WS-LD-LEFT-EOF
                        MOVE WS-LD-NEXT-RIGHT TO WS-LD-VALUE
                    WHEN WS-LD-NEXT-LEFT < WS-LD-NEXT-RIGHT
                        MOVE WS-LD-NEXT-LEFT TO WS-LD-VALUE
                    WHEN OTHER
                        MOVE WS-LD-NEXT-RIGHT TO WS-LD-VALUE
                END-EVALUATE

                MOVE 0 TO WS-LD-LEFT-COUNT
                PERFORM UNTIL WS-LD-LEFT-EOF
                        OR WS-LD-NEXT-LEFT NOT = WS-LD-VALUE
                    ADD 1 TO WS-LD-LEFT-COUNT
                    PERFORM FETCH-LEDGER-LEFT
                END-PERFORM

                MOVE 0 TO WS-LD-RIGHT-COUNT
                PERFORM UNTIL WS-LD-RIGHT-EOF
                        OR WS-LD-NEXT-RIGHT NOT = WS-LD-VALUE
                    ADD 1 TO WS-LD-RIGHT-COUNT
                    PERFORM FETCH-LEDGER-RIGHT
                END-PERFORM

                PERFORM WRITE-LEDGER-ENTRY
            END-PERFORM

            PERFORM CLOSE-ID-LEDGER
        END-IF.

    FETCH-LEDGER-LEFT.
        IF WS-LEDGER-FROM-GRID
            IF WS-LD-LEFT-ROW > indexCounter
                SET WS-LD-LEFT-EOF TO TRUE
            ELSE
                MOVE COL-1(WS-LD-LEFT-ROW) TO WS-LD-NEXT-LEFT
                ADD 1 TO WS-LD-LEFT-ROW
            END-IF
        ELSE
            READ sortedLeftFile INTO WS-LD-NEXT-LEFT
                AT END
                    SET WS-LD-LEFT-EOF TO TRUE
            END-READ
        END-IF.

    FETCH-LEDGER-RIGHT.
        IF WS-LEDGER-FROM-GRID
            IF WS-LD-RIGHT-ROW > indexCounter
                SET WS-LD-RIGHT-EOF TO TRUE
            ELSE
                MOVE COL-2(WS-LD-RIGHT-ROW) TO WS-LD-NEXT-RIGHT
                ADD 1 TO WS-LD-RIGHT-ROW
            END-IF
        ELSE
            READ sortedRightFile INTO WS-LD-NEXT-RIGHT
                AT END
                    SET WS-LD-RIGHT-EOF TO TRUE
            END-READ
        END-IF.

    OPEN-ID-LEDGER.
        SET WS-LEDGER-UNAVAILABLE TO TRUE
        MOVE 0 TO WS-LD-POSTED
        MOVE 0 TO WS-LD-CLEARED
        MOVE 0 TO WS-LD-FAILED

        OPEN I-O ledgerFile
        IF WS-LEDGER-FILE-STATUS = "35"
            OPEN OUTPUT ledgerFile
            CLOSE ledgerFile
            OPEN I-O ledgerFile
        END-IF

        IF WS-LEDGER-FILE-STATUS = "00"
            SET WS-LEDGER-AVAILABLE TO TRUE
        ELSE
            DISPLAY "POST-ID-LEDGER: ledger "
                FUNCTION TRIM(WS-LEDGER-FILENAME)
                " unavailable (status " WS-LEDGER-FILE-STATUS
                ") - posting skipped"
        END-IF.

    CLEAR-LEDGER-DATE.
        MOVE WS-RUN-DATE TO LD-RUN-DATE
        MOVE 0 TO LD-ID
        SET WS-LD-CLEAR-MORE TO TRUE
        START ledgerFile KEY IS NOT LESS THAN LD-KEY
            INVALID KEY
                SET WS-LD-CLEAR-DONE TO TRUE
        END-START

        PERFORM UNTIL WS-LD-CLEAR-DONE
            READ ledgerFile NEXT RECORD
                AT END
                    SET WS-LD-CLEAR-DONE TO TRUE
                NOT AT END
                    IF LD-RUN-DATE NOT = WS-RUN-DATE
                        SET WS-LD-CLEAR-DONE TO TRUE
                    ELSE
                        DELETE ledgerFile RECORD
                        ADD 1 TO WS-LD-CLEARED
                    END-IF
            END-READ
        END-PERFORM.

    WRITE-LEDGER-ENTRY.
        MOVE SPACES TO ledgerFileRecord
        MOVE WS-RUN-DATE TO LD-RUN-DATE
        MOVE WS-LD-VALUE TO LD-ID
        MOVE WS-LD-LEFT-COUNT TO LD-LEFT-COUNT
        MOVE WS-LD-RIGHT-COUNT TO LD-RIGHT-COUNT
        COMPUTE LD-SIM-CONTRIB =
            WS-LD-VALUE * WS-LD-LEFT-COUNT * WS-LD-RIGHT-COUNT
        MOVE WS-RUN-MODE-SW TO LD-RUN-MODE
        MOVE WS-RUN-SEQ TO LD-RUN-SEQ
        WRITE ledgerFileRecord
        IF WS-LEDGER-FILE-STATUS = "00"
            ADD 1 TO WS-LD-POSTED
        ELSE
            ADD 1 TO WS-LD-FAILED
            DISPLAY "POST-ID-LEDGER: write of ID " WS-LD-VALUE
                " failed (status " WS-LEDGER-FILE-STATUS
                ") - entry skipped"
        END-IF.

    CLOSE-ID-LEDGER.
        CLOSE ledgerFile
        IF WS-LD-CLEARED > 0
            DISPLAY "POST-ID-LEDGER: " WS-LD-CLEARED
                " entries from an earlier run of " WS-RUN-DATE-X
                " replaced"
        END-IF
        DISPLAY "POST-ID-LEDGER: " WS-LD-POSTED " IDs posted to "
            FUNCTION TRIM(WS-LEDGER-FILENAME).
