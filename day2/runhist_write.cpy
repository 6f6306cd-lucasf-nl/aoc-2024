      *> ---------------------------------------------------------------
      *> RUNHIST_WRITE.CPY (day2)
      *>
      *> CLEAR-HISTORY-RECORD blanks the record area - spaces in the
      *> text fields, zeros in the figures, every has-figure switch
      *> off - before a caller fills in its key and figures.
      *>
      *> WRITE-HISTORY-RECORD posts the record the caller built to the
      *> keyed run-history dataset, creating the dataset on first use.
      *> When the key is already on file - a rerun of a program that
      *> keeps no _Rnn chain of its own, or a second release of the
      *> same day - the rerun sequence is stepped to the next free
      *> value, so nothing posted is ever overwritten and the
      *> highest sequence stays the latest entry.
      *> ---------------------------------------------------------------
    CLEAR-HISTORY-RECORD.
        MOVE SPACES TO historyFileRecord
        INITIALIZE historyFileRecord
        MOVE 'N' TO RH-RESTATEMENT-SW
        MOVE 'N' TO RH-HAS-TOTAL-SW
        MOVE 'N' TO RH-HAS-SIM-SW
        MOVE 'N' TO RH-HAS-ROWS-SW
        MOVE 'N' TO RH-HAS-INSTR-SW
        MOVE 'N' TO RH-HAS-TIMING-SW
        MOVE 'N' TO RH-REVERSED-SW.

    WRITE-HISTORY-RECORD.
        SET WS-HIST-NOT-WRITTEN TO TRUE
        OPEN I-O historyFile
        IF WS-HIST-FILE-STATUS = "35"
            OPEN OUTPUT historyFile
        END-IF

        IF WS-HIST-FILE-STATUS NOT = "00"
            DISPLAY "WRITE-HISTORY-RECORD: cannot open "
                FUNCTION TRIM(WS-HISTORY-FILENAME)
                " (status " WS-HIST-FILE-STATUS ") - "
                FUNCTION TRIM(RH-PROGRAM) " entry for "
                RH-RUN-DATE " not posted"
        ELSE
            PERFORM UNTIL WS-HIST-WRITTEN OR WS-HIST-SEQ-EXHAUSTED
                WRITE historyFileRecord
                    INVALID KEY
                        IF RH-RERUN-SEQ >= 99
                            SET WS-HIST-SEQ-EXHAUSTED TO TRUE
                        ELSE
                            ADD 1 TO RH-RERUN-SEQ
                        END-IF
                    NOT INVALID KEY
                        SET WS-HIST-WRITTEN TO TRUE
                END-WRITE
            END-PERFORM
            CLOSE historyFile

            IF WS-HIST-SEQ-EXHAUSTED
                DISPLAY "WRITE-HISTORY-RECORD: all 99 sequences for "
                    FUNCTION TRIM(RH-PROGRAM) " on " RH-RUN-DATE
                    " are taken - entry not posted"
            END-IF
        END-IF.
