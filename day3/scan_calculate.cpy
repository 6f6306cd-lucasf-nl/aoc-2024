      *> ---------------------------------------------------------------
      *> SCAN_CALCULATE.CPY (day3)
      *>
      *> SCAN-INSTRUCTION-LINE walks one line of the raw transaction
      *> log a byte at a time looking for three things and ignoring
      *> everything else the corrupted text carries:
      *>
      *>   mul(a,b)  a and b each 1 to 3 digits, nothing in between
      *>   do()      switch counting on
      *>   don't()   switch counting off
      *>
      *> Every well-formed mul(a,b) adds a*b to WS-MUL-TOTAL; only
      *> those met while counting is switched on are added to
      *> WS-ENABLED-TOTAL as well. The switch starts on and carries
      *> across line boundaries - the log is one stream that the
      *> source system happens to wrap - and a restart restores it
      *> from the checkpoint.
      *>
      *> A "mul(" followed by at least one digit that then fails to
      *> complete a well-formed instruction - mul(12,) or mul(1234,5),
      *> say - is a near miss: close enough that the source team
      *> wants to see it, so it goes to the exception file with its
      *> line, byte position and the reason, and counts as a rejected
      *> fragment for the condition code. A "mul(" with no digit
      *> after it is just noise and is passed over.
      *>
      *> Each accepted instruction is echoed to the audit file with
      *> its product and whether it counted toward the enabled
      *> figure, so either total can be re-footed by hand.
      *> ---------------------------------------------------------------
    SCAN-INSTRUCTION-LINE.
        MOVE SPACES TO WS-SCAN-LINE
        MOVE inputFileRecord TO WS-SCAN-LINE
        MOVE FUNCTION LENGTH(FUNCTION TRIM(inputFileRecord TRAILING))
            TO WS-LINE-LEN

        MOVE 1 TO WS-SCAN-POS
        PERFORM UNTIL WS-SCAN-POS > WS-LINE-LEN
            EVALUATE TRUE
                WHEN WS-SCAN-LINE(WS-SCAN-POS:4) = "mul("
                    PERFORM PARSE-MUL-INSTRUCTION
                WHEN WS-SCAN-LINE(WS-SCAN-POS:4) = "do()"
                    SET WS-MUL-ENABLED TO TRUE
                    ADD 1 TO WS-DO-COUNT
                    ADD 4 TO WS-SCAN-POS
                WHEN WS-SCAN-LINE(WS-SCAN-POS:7) = "don't()"
                    SET WS-MUL-DISABLED TO TRUE
                    ADD 1 TO WS-DONT-COUNT
                    ADD 7 TO WS-SCAN-POS
                WHEN OTHER
                    ADD 1 TO WS-SCAN-POS
            END-EVALUATE
        END-PERFORM.

      *> The whole shape is parsed first - first operand, comma,
      *> second operand, closing parenthesis - and only then
      *> classified, so a near miss is reported with the full
      *> fragment (mul(1234,5), not just mul(1234,). WS-PARSE-POS is
      *> left on the byte where the parse stopped.
    PARSE-MUL-INSTRUCTION.
        MOVE WS-SCAN-POS TO WS-FRAG-START
        COMPUTE WS-PARSE-POS = WS-SCAN-POS + 4
        MOVE 0 TO WS-OPERAND-1
        MOVE 0 TO WS-OPERAND-2
        MOVE 0 TO WS-OPERAND-1-DIGITS
        MOVE 0 TO WS-OPERAND-2-DIGITS
        MOVE SPACES TO WS-NEAR-MISS-TEXT
        SET WS-MUL-NOT-INSTR TO TRUE

        PERFORM UNTIL WS-SCAN-LINE(WS-PARSE-POS:1) IS NOT NUMERIC
            ADD 1 TO WS-OPERAND-1-DIGITS
            IF WS-OPERAND-1-DIGITS <= WS-MAX-OPERAND-DIGITS
                MOVE WS-SCAN-LINE(WS-PARSE-POS:1) TO WS-OPERAND-DIGIT
                COMPUTE WS-OPERAND-1 =
                    (WS-OPERAND-1 * 10) + WS-OPERAND-DIGIT
            END-IF
            ADD 1 TO WS-PARSE-POS
        END-PERFORM

        IF WS-OPERAND-1-DIGITS > 0
            SET WS-MUL-NEAR-MISS TO TRUE
            IF WS-SCAN-LINE(WS-PARSE-POS:1) NOT = ","
                MOVE "COMMA MISSING AFTER FIRST OPERAND"
                    TO WS-NEAR-MISS-TEXT
            ELSE
                ADD 1 TO WS-PARSE-POS
                PERFORM UNTIL WS-SCAN-LINE(WS-PARSE-POS:1)
                        IS NOT NUMERIC
                    ADD 1 TO WS-OPERAND-2-DIGITS
                    IF WS-OPERAND-2-DIGITS <= WS-MAX-OPERAND-DIGITS
                        MOVE WS-SCAN-LINE(WS-PARSE-POS:1)
                            TO WS-OPERAND-DIGIT
                        COMPUTE WS-OPERAND-2 =
                            (WS-OPERAND-2 * 10) + WS-OPERAND-DIGIT
                    END-IF
                    ADD 1 TO WS-PARSE-POS
                END-PERFORM
                EVALUATE TRUE
                    WHEN WS-OPERAND-2-DIGITS = 0
                        MOVE "SECOND OPERAND MISSING"
                            TO WS-NEAR-MISS-TEXT
                    WHEN WS-SCAN-LINE(WS-PARSE-POS:1) NOT = ")"
                        MOVE "CLOSING PARENTHESIS MISSING"
                            TO WS-NEAR-MISS-TEXT
                    WHEN WS-OPERAND-1-DIGITS > WS-MAX-OPERAND-DIGITS
                        MOVE "FIRST OPERAND OVER 3 DIGITS"
                            TO WS-NEAR-MISS-TEXT
                    WHEN WS-OPERAND-2-DIGITS > WS-MAX-OPERAND-DIGITS
                        MOVE "SECOND OPERAND OVER 3 DIGITS"
                            TO WS-NEAR-MISS-TEXT
                    WHEN OTHER
                        SET WS-MUL-GOOD TO TRUE
                END-EVALUATE
            END-IF
        END-IF

        EVALUATE TRUE
            WHEN WS-MUL-GOOD
                PERFORM ACCEPT-MUL-INSTRUCTION
                COMPUTE WS-SCAN-POS = WS-PARSE-POS + 1
            WHEN WS-MUL-NEAR-MISS
                PERFORM REJECT-NEAR-MISS
                ADD 4 TO WS-SCAN-POS
            WHEN OTHER
                ADD 4 TO WS-SCAN-POS
        END-EVALUATE.

    ACCEPT-MUL-INSTRUCTION.
        COMPUTE WS-MUL-PRODUCT = WS-OPERAND-1 * WS-OPERAND-2
        ADD 1 TO WS-MUL-COUNT
        ADD WS-MUL-PRODUCT TO WS-MUL-TOTAL
        IF WS-MUL-ENABLED
            ADD 1 TO WS-ENABLED-COUNT
            ADD WS-MUL-PRODUCT TO WS-ENABLED-TOTAL
        END-IF

        MOVE SPACES TO auditFileRecord
        STRING "LINE " WS-LINES-READ
               " POS " WS-FRAG-START
               " : mul(" WS-OPERAND-1 "," WS-OPERAND-2 ")"
               " = " WS-MUL-PRODUCT
               " COUNTED=" WS-MUL-STATE-SW
            DELIMITED BY SIZE INTO auditFileRecord
        WRITE auditFileRecord.

    REJECT-NEAR-MISS.
        ADD 1 TO WS-REJECTED-COUNT
        COMPUTE WS-FRAG-LEN = WS-PARSE-POS - WS-FRAG-START + 1
        IF WS-FRAG-LEN > 24
            MOVE 24 TO WS-FRAG-LEN
        END-IF
        MOVE SPACES TO WS-FRAG-TEXT
        MOVE WS-SCAN-LINE(WS-FRAG-START:WS-FRAG-LEN) TO WS-FRAG-TEXT

        MOVE SPACES TO exceptionFileRecord
        STRING "LINE " WS-LINES-READ
               " POS " WS-FRAG-START
               " NEAR MISS: " FUNCTION TRIM(WS-FRAG-TEXT)
               " - " FUNCTION TRIM(WS-NEAR-MISS-TEXT)
            DELIMITED BY SIZE INTO exceptionFileRecord
        WRITE exceptionFileRecord.
