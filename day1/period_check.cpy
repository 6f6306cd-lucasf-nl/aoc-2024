      *> ---------------------------------------------------------------
      *> PERIOD_CHECK.CPY
      *>
      *> The period-control dataset (periodctl.txt, or the
      *> DL100_PERIOD_DATASET override). MonthEndClose appends a
      *> CLOSED line when a month's period statement is signed off,
      *> and the drivers append an ADJUST line for every run they are
      *> allowed to post into a closed month:
      *>
      *>   CLOSED yyyymm closed-on hhmmss operator
      *>   ADJUST yyyymm run-date program seq posted-on hhmmss
      *>          operator
      *>
      *> A period with no CLOSED line is open. A missing dataset means
      *> nothing has been closed yet. An ADJUST line names the run by
      *> its history key, so the statement reads the adjusted
      *> figures back from the run history itself.
      *>
      *> LOAD-PERIOD-CONTROL reads the dataset once per run.
      *> CHECK-PERIOD-OPEN classifies the month of WS-PC-CHECK-DATE.
      *> CHECK-RUN-PERIOD is the driver gate: a run for a date in a
      *> closed month is refused unless the override named by
      *> WS-PC-OVERRIDE-KEY is set to Y in the environment for this
      *> submission - never from the shop parameter dataset, where it
      *> would quietly stand open for every run - and the operator
      *> named by WS-PC-OPERATOR-KEY holds PRIOR-PERIOD in the
      *> operator register. A caller that already knows its operator
      *> (ReverseRun takes one as a parameter) leaves the key blank
      *> and sets WS-AUTH-OPERATOR itself. An accepted run is a
      *> prior-period adjustment: once its history entry is posted
      *> the driver performs WRITE-ADJUSTMENT-ENTRY, and the
      *> adjustment appears on the statement of the month it was
      *> posted in.
      *> ---------------------------------------------------------------
    LOAD-PERIOD-CONTROL.
        MOVE 0 TO WS-PC-CLOSED-COUNT
        MOVE 0 TO WS-PC-ADJUST-COUNT

        MOVE "DL100_PERIOD_DATASET" TO WS-RP-KEY
        PERFORM GET-EFFECTIVE-PARM
        MOVE WS-RP-VALUE TO WS-PERIOD-FILENAME
        IF WS-PERIOD-FILENAME = SPACES
            MOVE "periodctl.txt" TO WS-PERIOD-FILENAME
        END-IF

        OPEN INPUT periodFile
        IF WS-PERIOD-FILE-STATUS NOT = "00"
            CLOSE periodFile
        ELSE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ periodFile
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        PERFORM LOAD-ONE-PERIOD-LINE
                END-READ
            END-PERFORM
            CLOSE periodFile
            MOVE 'N' TO EOF
        END-IF.

      *> Lines that are not CLOSED or ADJUST with a numeric period
      *> are skipped quietly, so comments and blank lines are fine.
    LOAD-ONE-PERIOD-LINE.
        MOVE SPACES TO WS-PC-LINE-TYPE
        MOVE SPACES TO WS-PC-TOKEN-1
        MOVE SPACES TO WS-PC-TOKEN-2
        MOVE SPACES TO WS-PC-TOKEN-3
        MOVE SPACES TO WS-PC-TOKEN-4
        MOVE SPACES TO WS-PC-TOKEN-5
        MOVE SPACES TO WS-PC-TOKEN-6
        MOVE SPACES TO WS-PC-TOKEN-7
        MOVE FUNCTION TRIM(periodFileRecord) TO WS-PC-LINE-TRIMMED
        UNSTRING WS-PC-LINE-TRIMMED DELIMITED BY ALL SPACE
            INTO WS-PC-LINE-TYPE, WS-PC-TOKEN-1, WS-PC-TOKEN-2,
                 WS-PC-TOKEN-3, WS-PC-TOKEN-4, WS-PC-TOKEN-5,
                 WS-PC-TOKEN-6, WS-PC-TOKEN-7
        END-UNSTRING

        IF FUNCTION TEST-NUMVAL(WS-PC-TOKEN-1) = 0
                AND FUNCTION TEST-NUMVAL(WS-PC-TOKEN-2) = 0
            EVALUATE WS-PC-LINE-TYPE
                WHEN "CLOSED"
                    PERFORM LOAD-CLOSED-ENTRY
                WHEN "ADJUST"
                    PERFORM LOAD-ADJUST-ENTRY
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF.

    LOAD-CLOSED-ENTRY.
        IF WS-PC-CLOSED-COUNT >= WS-PC-MAX-CLOSED
            DISPLAY "LOAD-PERIOD-CONTROL: closed-period capacity of "
                WS-PC-MAX-CLOSED " exceeded - line ignored"
        ELSE
            ADD 1 TO WS-PC-CLOSED-COUNT
            MOVE FUNCTION NUMVAL(WS-PC-TOKEN-1)
                TO PC-PERIOD(WS-PC-CLOSED-COUNT)
            MOVE FUNCTION NUMVAL(WS-PC-TOKEN-2)
                TO PC-CLOSED-ON(WS-PC-CLOSED-COUNT)
            MOVE 0 TO PC-CLOSED-AT(WS-PC-CLOSED-COUNT)
            IF FUNCTION TEST-NUMVAL(WS-PC-TOKEN-3) = 0
                MOVE FUNCTION NUMVAL(WS-PC-TOKEN-3)
                    TO PC-CLOSED-AT(WS-PC-CLOSED-COUNT)
            END-IF
            MOVE WS-PC-TOKEN-4 TO PC-CLOSED-BY(WS-PC-CLOSED-COUNT)
        END-IF.

    LOAD-ADJUST-ENTRY.
        IF WS-PC-ADJUST-COUNT >= WS-PC-MAX-ADJUST
            DISPLAY "LOAD-PERIOD-CONTROL: adjustment capacity of "
                WS-PC-MAX-ADJUST " exceeded - line ignored"
        ELSE
            ADD 1 TO WS-PC-ADJUST-COUNT
            MOVE FUNCTION NUMVAL(WS-PC-TOKEN-1)
                TO PC-ADJ-PERIOD(WS-PC-ADJUST-COUNT)
            MOVE FUNCTION NUMVAL(WS-PC-TOKEN-2)
                TO PC-ADJ-RUN-DATE(WS-PC-ADJUST-COUNT)
            MOVE WS-PC-TOKEN-3 TO PC-ADJ-PROGRAM(WS-PC-ADJUST-COUNT)
            MOVE 0 TO PC-ADJ-SEQ(WS-PC-ADJUST-COUNT)
            IF FUNCTION TEST-NUMVAL(WS-PC-TOKEN-4) = 0
                MOVE FUNCTION NUMVAL(WS-PC-TOKEN-4)
                    TO PC-ADJ-SEQ(WS-PC-ADJUST-COUNT)
            END-IF
            MOVE 0 TO PC-ADJ-POSTED-ON(WS-PC-ADJUST-COUNT)
            IF FUNCTION TEST-NUMVAL(WS-PC-TOKEN-5) = 0
                MOVE FUNCTION NUMVAL(WS-PC-TOKEN-5)
                    TO PC-ADJ-POSTED-ON(WS-PC-ADJUST-COUNT)
            END-IF
            MOVE 0 TO PC-ADJ-POSTED-AT(WS-PC-ADJUST-COUNT)
            IF FUNCTION TEST-NUMVAL(WS-PC-TOKEN-6) = 0
                MOVE FUNCTION NUMVAL(WS-PC-TOKEN-6)
                    TO PC-ADJ-POSTED-AT(WS-PC-ADJUST-COUNT)
            END-IF
            MOVE WS-PC-TOKEN-7 TO PC-ADJ-OPERATOR(WS-PC-ADJUST-COUNT)
        END-IF.

    CHECK-PERIOD-OPEN.
        SET WS-PERIOD-OPEN TO TRUE
        MOVE 0 TO WS-PC-FOUND-IX
        PERFORM VARYING WS-PC-IX FROM 1 BY 1
                UNTIL WS-PC-IX > WS-PC-CLOSED-COUNT
            IF PC-PERIOD(WS-PC-IX) = WS-PC-CHECK-PERIOD
                SET WS-PERIOD-CLOSED TO TRUE
                MOVE WS-PC-IX TO WS-PC-FOUND-IX
            END-IF
        END-PERFORM.

    CHECK-RUN-PERIOD.
        SET WS-PC-RUN-NORMAL TO TRUE
        PERFORM CHECK-PERIOD-OPEN
        IF WS-PERIOD-CLOSED
            MOVE SPACES TO WS-PC-OVERRIDE-PARM
            ACCEPT WS-PC-OVERRIDE-PARM
                FROM ENVIRONMENT WS-PC-OVERRIDE-KEY
            IF WS-PC-OVERRIDE-PARM(1:1) = "Y"
                    OR WS-PC-OVERRIDE-PARM(1:1) = "y"
                PERFORM LOAD-OPERATOR-REGISTER
                IF WS-PC-OPERATOR-KEY NOT = SPACES
                    MOVE SPACES TO WS-AUTH-OPERATOR
                    ACCEPT WS-AUTH-OPERATOR
                        FROM ENVIRONMENT WS-PC-OPERATOR-KEY
                END-IF
                MOVE "PRIOR-PERIOD" TO WS-AUTH-FUNCTION
                MOVE FUNCTION UPPER-CASE(WS-PC-PROGRAM)
                    TO WS-AUTH-PROGRAM
                MOVE SPACES TO WS-AUTH-DETAIL
                STRING "RUN " WS-PC-CHECK-DATE
                       " INTO CLOSED PERIOD " WS-PC-CHECK-PERIOD
                    DELIMITED BY SIZE INTO WS-AUTH-DETAIL
                PERFORM CHECK-OPERATOR-AUTHORITY
                IF WS-AUTH-GRANTED
                    SET WS-PC-RUN-ADJUSTMENT TO TRUE
                    DISPLAY FUNCTION TRIM(WS-AUTH-PROGRAM) ": "
                        WS-PC-CHECK-DATE " is in period "
                        WS-PC-CHECK-PERIOD " closed "
                        PC-CLOSED-ON(WS-PC-FOUND-IX)
                        " - override by "
                        FUNCTION TRIM(WS-AUTH-OPERATOR)
                        ", run posts as a prior-period adjustment"
                ELSE
                    SET WS-PC-RUN-REFUSED TO TRUE
                END-IF
            ELSE
                SET WS-PC-RUN-REFUSED TO TRUE
                DISPLAY FUNCTION TRIM(WS-PC-PROGRAM) ": "
                    WS-PC-CHECK-DATE " is in period "
                    WS-PC-CHECK-PERIOD " closed "
                    PC-CLOSED-ON(WS-PC-FOUND-IX) " by "
                    FUNCTION TRIM(PC-CLOSED-BY(WS-PC-FOUND-IX))
                    " - run refused (set "
                    FUNCTION TRIM(WS-PC-OVERRIDE-KEY)
                    "=Y to post a prior-period adjustment)"
            END-IF
        END-IF.

      *> Called straight after the adjustment run's history entry is
      *> posted, while historyFileRecord still holds its key - with
      *> the rerun sequence WRITE-HISTORY-RECORD actually used - and
      *> its figures.
    WRITE-ADJUSTMENT-ENTRY.
        ACCEPT WS-PC-TODAY FROM DATE YYYYMMDD
        ACCEPT WS-PC-TIME FROM TIME
        PERFORM OPEN-PERIOD-FOR-APPEND
        MOVE SPACES TO periodFileRecord
        STRING "ADJUST " WS-PC-CHECK-PERIOD " " RH-RUN-DATE
               " " FUNCTION TRIM(RH-PROGRAM) " " RH-RERUN-SEQ
               " " WS-PC-TODAY " " WS-PC-TIME(1:6)
               " " FUNCTION TRIM(WS-AUTH-OPERATOR)
            DELIMITED BY SIZE INTO periodFileRecord
        WRITE periodFileRecord
        CLOSE periodFile
        DISPLAY FUNCTION TRIM(WS-PC-PROGRAM)
            ": prior-period adjustment recorded in "
            FUNCTION TRIM(WS-PERIOD-FILENAME).

    OPEN-PERIOD-FOR-APPEND.
        OPEN EXTEND periodFile
        IF WS-PERIOD-FILE-STATUS = "35"
            OPEN OUTPUT periodFile
        END-IF.
