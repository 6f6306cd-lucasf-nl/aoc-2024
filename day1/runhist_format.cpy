      *> ---------------------------------------------------------------
      *> RUNHIST_FORMAT.CPY
      *>
      *> FORMAT-HISTORY-LINE renders the run-history record in hand
      *> as one line, in the layout history.txt has always used:
      *>
      *>   RUN yyyymmdd  PROGRAM=..  MODE=..  INPUT=..  TOTAL=..
      *>       SIMSCORE=..  ROWS=.. SAFE=.. SAFETOL=..  PROFILE=..
      *>       INSTR=..
      *>       MULTOTAL=..  ENABLEDTOTAL=..  RESTATEMENT=Y SEQ=nn
      *>       REVERSED=yyyymmdd
      *>   RELEASE yyyymmdd  PROGRAM=..  OPERATOR=..  ON=..  AT=..
      *>       REASON=..
      *>
      *> Only the figures the record actually carries are written. The
      *> result lands in WS-HIST-LINE-TEXT. The batch-status page
      *> quotes it, and Housekeeping writes it to the yearly
      *> history_archive_YYYY.txt - which HistoryConvert can load
      *> back if an archived year is ever needed on line again.
      *> ---------------------------------------------------------------
    FORMAT-HISTORY-LINE.
        MOVE SPACES TO WS-HIST-LINE-TEXT
        MOVE 1 TO WS-HIST-LINE-PTR

        IF RH-RELEASE-EVENT
            STRING "RELEASE " RH-RUN-DATE
                   "  PROGRAM=" FUNCTION TRIM(RH-PROGRAM)
                   "  OPERATOR=" FUNCTION TRIM(RH-REL-OPERATOR)
                DELIMITED BY SIZE INTO WS-HIST-LINE-TEXT
                WITH POINTER WS-HIST-LINE-PTR
            IF RH-REL-ON-DATE > 0
                STRING "  ON=" RH-REL-ON-DATE
                    DELIMITED BY SIZE INTO WS-HIST-LINE-TEXT
                    WITH POINTER WS-HIST-LINE-PTR
            END-IF
            STRING "  AT=" RH-REL-AT-TIME
                   "  REASON=" FUNCTION TRIM(RH-REL-REASON)
                DELIMITED BY SIZE INTO WS-HIST-LINE-TEXT
                WITH POINTER WS-HIST-LINE-PTR
        ELSE
            STRING "RUN " RH-RUN-DATE
                   "  PROGRAM=" FUNCTION TRIM(RH-PROGRAM)
                DELIMITED BY SIZE INTO WS-HIST-LINE-TEXT
                WITH POINTER WS-HIST-LINE-PTR
            IF RH-MODE NOT = SPACES
                STRING "  MODE=" FUNCTION TRIM(RH-MODE)
                    DELIMITED BY SIZE INTO WS-HIST-LINE-TEXT
                    WITH POINTER WS-HIST-LINE-PTR
            END-IF
            IF RH-INPUT-DATASET NOT = SPACES
                STRING "  INPUT=" FUNCTION TRIM(RH-INPUT-DATASET)
                    DELIMITED BY SIZE INTO WS-HIST-LINE-TEXT
                    WITH POINTER WS-HIST-LINE-PTR
            END-IF
            IF RH-HAS-TOTAL
                STRING "  TOTAL=" RH-TOTAL
                    DELIMITED BY SIZE INTO WS-HIST-LINE-TEXT
                    WITH POINTER WS-HIST-LINE-PTR
            END-IF
            IF RH-HAS-SIM
                STRING "  SIMSCORE=" RH-SIMSCORE
                    DELIMITED BY SIZE INTO WS-HIST-LINE-TEXT
                    WITH POINTER WS-HIST-LINE-PTR
            END-IF
            IF RH-HAS-ROWS
                STRING "  ROWS=" RH-ROWS
                       "  SAFE=" RH-SAFE
                       "  SAFETOL=" RH-SAFETOL
                    DELIMITED BY SIZE INTO WS-HIST-LINE-TEXT
                    WITH POINTER WS-HIST-LINE-PTR
            END-IF
            IF RH-PROFILE-NAME NOT = SPACES
                STRING "  PROFILE=" FUNCTION TRIM(RH-PROFILE-NAME)
                       "/" RH-PROFILE-VERSION
                    DELIMITED BY SIZE INTO WS-HIST-LINE-TEXT
                    WITH POINTER WS-HIST-LINE-PTR
            END-IF
            IF RH-HAS-INSTR
                STRING "  INSTR=" RH-INSTR
                       "  MULTOTAL=" RH-MULTOTAL
                       "  ENABLEDTOTAL=" RH-ENABLEDTOTAL
                    DELIMITED BY SIZE INTO WS-HIST-LINE-TEXT
                    WITH POINTER WS-HIST-LINE-PTR
            END-IF
            IF RH-RESTATED
                STRING "  RESTATEMENT=Y SEQ=" RH-RERUN-SEQ
                    DELIMITED BY SIZE INTO WS-HIST-LINE-TEXT
                    WITH POINTER WS-HIST-LINE-PTR
            END-IF
            IF RH-REVERSED
                STRING "  REVERSED=" RH-REV-ON-DATE
                    DELIMITED BY SIZE INTO WS-HIST-LINE-TEXT
                    WITH POINTER WS-HIST-LINE-PTR
            END-IF
        END-IF.
