      *> ---------------------------------------------------------------
      *> CONTROL_TOTALS.CPY (day3)
      *>
      *> PRINT-CONTROL-TOTALS reconciles the run against the source
      *> extract: lines read off inputFile, well-formed instructions
      *> found in them, and near-miss fragments and over-long lines
      *> rejected to the exception file.
      *> ---------------------------------------------------------------
    PRINT-CONTROL-TOTALS.
        DISPLAY "CONTROL TOTALS -- records read: " WS-LINES-READ
            "  instructions: " WS-MUL-COUNT
            "  records rejected: " WS-REJECTED-COUNT

        MOVE SPACES TO reportFileRecord
        STRING "---- CONTROL TOTALS ----"
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord

        MOVE SPACES TO reportFileRecord
        STRING "RECORDS READ: " WS-LINES-READ
               "  INSTRUCTIONS: " WS-MUL-COUNT
               "  RECORDS REJECTED: " WS-REJECTED-COUNT
               "  LINES AT RECORD LIMIT: " WS-TRUNCATED-COUNT
            DELIMITED BY SIZE INTO reportFileRecord
        WRITE reportFileRecord.
