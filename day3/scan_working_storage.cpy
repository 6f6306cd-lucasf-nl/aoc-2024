      *> ---------------------------------------------------------------
      *> SCAN_WORKING_STORAGE.CPY (day3)
      *>
      *> Fields used by SCAN-INSTRUCTION-LINE (scan_calculate.cpy): the
      *> scan and parse positions, the two operands of the mul(a,b)
      *> instruction in hand with their digit counts, the do()/don't()
      *> switch that carries from one line to the next, and the run
      *> figures - every well-formed instruction's product summed
      *> into WS-MUL-TOTAL, and only the enabled ones into
      *> WS-ENABLED-TOTAL.
      *> ---------------------------------------------------------------
77  WS-MAX-OPERAND-DIGITS           PIC 9 VALUE 3.

77  WS-SCAN-POS                     PIC 9(4) VALUE 0.
77  WS-PARSE-POS                    PIC 9(4) VALUE 0.
77  WS-FRAG-START                   PIC 9(4) VALUE 0.
77  WS-FRAG-LEN                     PIC 9(4) VALUE 0.
77  WS-FRAG-TEXT                    PIC X(24) VALUE SPACES.

77  WS-OPERAND-1                    PIC 9(3) VALUE 0.
77  WS-OPERAND-2                    PIC 9(3) VALUE 0.
77  WS-OPERAND-1-DIGITS             PIC 9(4) VALUE 0.
77  WS-OPERAND-2-DIGITS             PIC 9(4) VALUE 0.
77  WS-OPERAND-DIGIT                PIC 9 VALUE 0.
77  WS-MUL-PRODUCT                  PIC 9(7) VALUE 0.

      *> Instructions are counted from the start of the log; a
      *> don't() switches counting off until the next do(), across
      *> line boundaries.
77  WS-MUL-STATE-SW                 PIC X VALUE 'Y'.
    88 WS-MUL-ENABLED               VALUE 'Y'.
    88 WS-MUL-DISABLED              VALUE 'N'.

      *> Outcome of PARSE-MUL-INSTRUCTION for the "mul(" in hand.
      *> G = well-formed, N = near miss (written to the exception
      *> file), X = not an instruction at all (no leading digit).
77  WS-MUL-OUTCOME-SW               PIC X VALUE 'X'.
    88 WS-MUL-GOOD                  VALUE 'G'.
    88 WS-MUL-NEAR-MISS             VALUE 'N'.
    88 WS-MUL-NOT-INSTR             VALUE 'X'.
77  WS-NEAR-MISS-TEXT               PIC X(40) VALUE SPACES.

77  WS-MUL-COUNT                    PIC 9(7) VALUE 0.
77  WS-ENABLED-COUNT                PIC 9(7) VALUE 0.
77  WS-DO-COUNT                     PIC 9(7) VALUE 0.
77  WS-DONT-COUNT                   PIC 9(7) VALUE 0.
77  WS-MUL-TOTAL                    BINARY-DOUBLE VALUE 0.
77  WS-ENABLED-TOTAL                BINARY-DOUBLE VALUE 0.
77  WS-MUL-TOTAL-DISPLAY            PIC 9(18) VALUE 0.
77  WS-ENABLED-TOTAL-DISPLAY        PIC 9(18) VALUE 0.
