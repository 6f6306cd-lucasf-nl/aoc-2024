      *> ---------------------------------------------------------------
      *> JOB_STREAM.CBL
      *>
      *> JobStream runs the nightly batch as one chain instead of an
      *> operator submitting each program by hand and deciding from
      *> memory whether a condition code 8 should stop the next one.
      *> The chain comes from the job-stream definition dataset
      *> (jobstream.txt, or the DL100_JOBSTREAM_DATASET override),
      *> one step per line, in the order the steps run:
      *>
      *>   STEP name maxcc after command...
      *>
      *>   STEP DAY1     4  -               ./Day1Driver
      *>   STEP DAY2     4  -               ./Day2Driver
      *>   STEP BALANCE  8  DAY1,DAY2       ./BalanceCheck
      *>   STEP ACKRECON 8  DAY1            ./AckReconcile
      *>   STEP EXCRPT   8  DAY1,DAY2       ./ExcReport
      *>   STEP STATUS   12 BALANCE,ACKRECON ./BatchStatus
      *>   STEP HOUSEKP  8  STATUS          ./Housekeeping
      *>
      *> name is up to 12 characters. after is "-" or a comma list of
      *> steps that must have run first, each defined on an earlier
      *> line. maxcc is the highest condition code this step will
      *> accept from any of those predecessors. The command is the
      *> rest of the line, passed to the operating system as written
      *> (environment settings for the step go in front of it).
      *> Blank lines and lines starting with * are ignored.
      *>
      *> A step runs only when every predecessor ran and ended at or
      *> below its maxcc. Otherwise it is HELD, not run - and so is
      *> everything that depends on it. Steps that do not depend on
      *> the failure carry on, so one bad feed does not stop the
      *> other.
      *>
      *> Every step gets a line in the dated step log,
      *> jobstream_YYYYMMDD.txt, when it starts and again when it
      *> ends, with its start time, end time and condition code.
      *> Every attempt of the day is appended to the same log under
      *> its own ATTEMPT heading, so the log is the full story of the
      *> night.
      *>
      *> Restart (DL100_JOBSTREAM_RESTART=Y) reads the day's log and
      *> carries forward every step that ended, whatever its
      *> condition code; those steps are logged CARRIED with their
      *> earlier condition code and are not run again. The abended
      *> step, every step that was held and everything that depends
      *> on them run again - so a 3 a.m. abend in BalanceCheck reruns
      *> BalanceCheck, not Day1Driver, and no _R01 restatement is
      *> stacked up. A held step meets its gate again against the
      *> carried condition code: if the step that held it ended too
      *> high, it is held again until that step is rerun.
      *> DL100_JOBSTREAM_RESTART_FROM=name is the way to run an ended
      *> step again: the named step and every step after it (in
      *> definition order) run again, however they ended.
      *>
      *> Operator parameters, all optional:
      *>   DL100_JOBSTREAM_DATASET       definition (jobstream.txt)
      *>   DL100_JOBSTREAM_RESTART       Y = restart from today's log
      *>   DL100_JOBSTREAM_RESTART_FROM  step to restart from
      *>                                 (implies RESTART=Y)
      *>
      *> Condition codes: the highest condition code of any step run
      *> or carried - a step that abended or could not be started
      *> counting as 16 - raised to 8 if any step was held. 12 = the
      *> definition is missing or invalid and nothing was run.
      *> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. JobStream.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT streamFile ASSIGN TO DYNAMIC WS-STREAM-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STREAM-FILE-STATUS.

        SELECT stepLogFile ASSIGN TO DYNAMIC WS-STEPLOG-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STEPLOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  streamFile.
01  streamFileRecord PIC X(300).

FD  stepLogFile.
01  stepLogFileRecord PIC X(132).

WORKING-STORAGE SECTION.
77  WS-STREAM-FILENAME              PIC X(100) VALUE SPACES.
77  WS-STREAM-FILE-STATUS           PIC XX VALUE SPACES.
77  WS-STEPLOG-FILENAME             PIC X(100) VALUE SPACES.
77  WS-STEPLOG-FILE-STATUS          PIC XX VALUE SPACES.

01  WS-RUN-DATE                     PIC 9(8) VALUE 0.
01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
77  WS-TIME-NOW                     PIC 9(8) VALUE 0.

77  WS-RESTART-PARM                 PIC X(10) VALUE SPACES.
77  WS-RESTART-FROM-PARM            PIC X(12) VALUE SPACES.
77  WS-RESTART-SW                   PIC X VALUE 'N'.
    88 WS-RESTART-RUN               VALUE 'Y'.
    88 WS-FULL-RUN                  VALUE 'N'.
77  WS-RESTART-FROM-IX              PIC 9(3) VALUE 0.

77  EOF PIC X VALUE 'N'.
    88 EOF-REACHED                  VALUE 'Y'.

77  WS-DEF-ERROR-SW                 PIC X VALUE 'N'.
    88 WS-DEF-IN-ERROR              VALUE 'Y'.
    88 WS-DEF-CLEAN                 VALUE 'N'.
77  WS-DEF-LINE-NO                  PIC 9(5) VALUE 0.

      *> The chain, in run order. JS-STEP-STATUS moves from PENDING
      *> to ENDED, HELD, ABENDED or CARRIED; JS-PRIOR-* is what the
      *> day's log said about the step before this attempt.
77  WS-MAX-STEPS                    PIC 9(3) VALUE 30.
77  WS-MAX-PREDS                    PIC 9(3) VALUE 10.
77  WS-STEP-COUNT                   PIC 9(3) VALUE 0.
01  JS-STEP-TABLE.
    05 JS-STEP-ENTRY OCCURS 30 TIMES.
        10 JS-STEP-NAME             PIC X(12).
        10 JS-STEP-MAXCC            PIC 9(3).
        10 JS-STEP-AFTER            PIC X(80).
        10 JS-STEP-COMMAND          PIC X(200).
        10 JS-PRED-COUNT            PIC 9(3).
        10 JS-PRED-IX               PIC 9(3) OCCURS 10 TIMES.
        10 JS-STEP-STATUS           PIC X(8).
        10 JS-STEP-CC               PIC 9(3).
        10 JS-STEP-START            PIC 9(6).
        10 JS-STEP-END              PIC 9(6).
        10 JS-HOLD-REASON           PIC X(60).
        10 JS-PRIOR-STATUS          PIC X(8).
        10 JS-PRIOR-CC              PIC 9(3).

77  WS-STEP-IX                      PIC 9(3) VALUE 0.
77  WS-FIND-IX                      PIC 9(3) VALUE 0.
77  WS-PRED-NO                      PIC 9(3) VALUE 0.
77  WS-PRED-STEP                    PIC 9(3) VALUE 0.
77  WS-FIND-NAME                    PIC X(12) VALUE SPACES.

77  WS-LEAD                         PIC X(12) VALUE SPACES.
77  WS-NAME-TOKEN                   PIC X(20) VALUE SPACES.
77  WS-MAXCC-TOKEN                  PIC X(10) VALUE SPACES.
77  WS-AFTER-TOKEN                  PIC X(80) VALUE SPACES.
77  WS-PRED-TOKEN                   PIC X(20) VALUE SPACES.
77  WS-UNSTRING-PTR                 PIC 9(4) VALUE 1.
77  WS-AFTER-PTR                    PIC 9(4) VALUE 1.

77  WS-LOG-TOKEN-1                  PIC X(20) VALUE SPACES.
77  WS-LOG-TOKEN-2                  PIC X(20) VALUE SPACES.
77  WS-LOG-TOKEN-3                  PIC X(20) VALUE SPACES.
77  WS-LOG-TOKEN-4                  PIC X(20) VALUE SPACES.
77  WS-LOG-TOKEN-5                  PIC X(20) VALUE SPACES.
77  WS-LOG-TOKEN-6                  PIC X(20) VALUE SPACES.
77  WS-LOG-CC-TOKEN                 PIC X(20) VALUE SPACES.
77  WS-PRIOR-LOG-SW                 PIC X VALUE 'N'.
    88 WS-PRIOR-LOG-FOUND           VALUE 'Y'.

77  WS-COMMAND-TEXT                 PIC X(201) VALUE SPACES.
77  WS-SYSTEM-STATUS                PIC S9(9) VALUE 0.
77  WS-EXIT-CODE                    PIC S9(9) VALUE 0.
77  WS-SIGNAL-NO                    PIC S9(9) VALUE 0.

77  WS-GATE-SW                      PIC X VALUE 'Y'.
    88 WS-GATE-OPEN                 VALUE 'Y'.
    88 WS-GATE-SHUT                 VALUE 'N'.

77  WS-STEPS-RUN                    PIC 9(3) VALUE 0.
77  WS-STEPS-CARRIED                PIC 9(3) VALUE 0.
77  WS-STEPS-HELD                   PIC 9(3) VALUE 0.
77  WS-STEPS-ABENDED                PIC 9(3) VALUE 0.
77  WS-STREAM-CC                    PIC 9(3) VALUE 0.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
        PERFORM DETERMINE-STREAM-PARMS
        PERFORM LOAD-STREAM-DEFINITION

        IF WS-DEF-IN-ERROR OR WS-STEP-COUNT = 0
            DISPLAY "JOBSTREAM: job-stream definition "
                FUNCTION TRIM(WS-STREAM-FILENAME)
                " missing or invalid - nothing run"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF

        IF WS-RESTART-RUN
            PERFORM LOAD-PRIOR-STEP-LOG
            IF WS-DEF-IN-ERROR
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF

        OPEN EXTEND stepLogFile
        IF WS-STEPLOG-FILE-STATUS NOT = "00"
            OPEN OUTPUT stepLogFile
        END-IF

        ACCEPT WS-TIME-NOW FROM TIME
        MOVE SPACES TO stepLogFileRecord
        IF WS-RESTART-RUN
            STRING "ATTEMPT " WS-RUN-DATE-X " " WS-TIME-NOW(1:6)
                   " RESTART  STEPS DEFINED: " WS-STEP-COUNT
                DELIMITED BY SIZE INTO stepLogFileRecord
        ELSE
            STRING "ATTEMPT " WS-RUN-DATE-X " " WS-TIME-NOW(1:6)
                   " FULL  STEPS DEFINED: " WS-STEP-COUNT
                DELIMITED BY SIZE INTO stepLogFileRecord
        END-IF
        WRITE stepLogFileRecord

        IF WS-RESTART-RUN
            PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                    UNTIL WS-STEP-IX > WS-STEP-COUNT
                PERFORM DECIDE-CARRY-FORWARD
            END-PERFORM
        END-IF

        PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                UNTIL WS-STEP-IX > WS-STEP-COUNT
            IF JS-STEP-STATUS(WS-STEP-IX) = "PENDING"
                PERFORM RUN-ONE-STEP
            END-IF
        END-PERFORM

        PERFORM WRITE-STREAM-SUMMARY
        CLOSE stepLogFile

        MOVE WS-STREAM-CC TO RETURN-CODE
        DISPLAY "JOBSTREAM: " WS-STEPS-RUN " run, "
            WS-STEPS-CARRIED " carried, " WS-STEPS-HELD " held, "
            WS-STEPS-ABENDED " abended - condition code "
            WS-STREAM-CC " - see " FUNCTION TRIM(WS-STEPLOG-FILENAME)

        STOP RUN.

    DETERMINE-STREAM-PARMS.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

        MOVE SPACES TO WS-STREAM-FILENAME
        ACCEPT WS-STREAM-FILENAME
            FROM ENVIRONMENT "DL100_JOBSTREAM_DATASET"
        IF WS-STREAM-FILENAME = SPACES
            MOVE "jobstream.txt" TO WS-STREAM-FILENAME
        END-IF

        MOVE SPACES TO WS-RESTART-PARM
        ACCEPT WS-RESTART-PARM
            FROM ENVIRONMENT "DL100_JOBSTREAM_RESTART"
        IF WS-RESTART-PARM(1:1) = "Y" OR WS-RESTART-PARM(1:1) = "y"
            SET WS-RESTART-RUN TO TRUE
        END-IF

        MOVE SPACES TO WS-RESTART-FROM-PARM
        ACCEPT WS-RESTART-FROM-PARM
            FROM ENVIRONMENT "DL100_JOBSTREAM_RESTART_FROM"
        IF WS-RESTART-FROM-PARM NOT = SPACES
            SET WS-RESTART-RUN TO TRUE
        END-IF

        MOVE SPACES TO WS-STEPLOG-FILENAME
        STRING "jobstream_" DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
            INTO WS-STEPLOG-FILENAME.

      *> Any line that names a step wrongly, repeats a step, gives a
      *> non-numeric maxcc or depends on a step not defined above it
      *> rejects the whole definition: running half a chain that
      *> was written wrong is worse than running none of it.
    LOAD-STREAM-DEFINITION.
        MOVE 0 TO WS-STEP-COUNT
        MOVE 0 TO WS-DEF-LINE-NO
        SET WS-DEF-CLEAN TO TRUE

        OPEN INPUT streamFile
        IF WS-STREAM-FILE-STATUS NOT = "00"
            CLOSE streamFile
            DISPLAY "JOBSTREAM: no job-stream definition "
                FUNCTION TRIM(WS-STREAM-FILENAME)
            SET WS-DEF-IN-ERROR TO TRUE
        ELSE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ streamFile
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        ADD 1 TO WS-DEF-LINE-NO
                        PERFORM LOAD-ONE-STEP-LINE
                END-READ
            END-PERFORM
            CLOSE streamFile
            MOVE 'N' TO EOF
            DISPLAY "JOBSTREAM: " WS-STEP-COUNT " steps loaded from "
                FUNCTION TRIM(WS-STREAM-FILENAME)
        END-IF.

    LOAD-ONE-STEP-LINE.
        MOVE SPACES TO WS-LEAD
        MOVE SPACES TO WS-NAME-TOKEN
        MOVE SPACES TO WS-MAXCC-TOKEN
        MOVE SPACES TO WS-AFTER-TOKEN
        MOVE 1 TO WS-UNSTRING-PTR
        UNSTRING streamFileRecord DELIMITED BY ALL SPACE
            INTO WS-LEAD, WS-NAME-TOKEN, WS-MAXCC-TOKEN,
                 WS-AFTER-TOKEN
            WITH POINTER WS-UNSTRING-PTR
        END-UNSTRING

      *> UNSTRING stops on the first character of a leading space
      *> run, so an indented line yields a blank lead word first.
        IF WS-LEAD = SPACES AND streamFileRecord NOT = SPACES
            MOVE 1 TO WS-UNSTRING-PTR
            PERFORM UNTIL streamFileRecord(WS-UNSTRING-PTR:1)
                    NOT = SPACE
                ADD 1 TO WS-UNSTRING-PTR
            END-PERFORM
            UNSTRING streamFileRecord DELIMITED BY ALL SPACE
                INTO WS-LEAD, WS-NAME-TOKEN, WS-MAXCC-TOKEN,
                     WS-AFTER-TOKEN
                WITH POINTER WS-UNSTRING-PTR
            END-UNSTRING
        END-IF

        EVALUATE TRUE
            WHEN streamFileRecord = SPACES
                CONTINUE
            WHEN WS-LEAD(1:1) = "*"
                CONTINUE
            WHEN WS-LEAD NOT = "STEP"
                MOVE "LINE IS NOT A STEP" TO WS-AFTER-TOKEN
                PERFORM REPORT-DEFINITION-ERROR
            WHEN WS-NAME-TOKEN = SPACES
                    OR WS-NAME-TOKEN(13:) NOT = SPACES
                MOVE "STEP NAME BLANK OR OVER 12 CHARACTERS"
                    TO WS-AFTER-TOKEN
                PERFORM REPORT-DEFINITION-ERROR
            WHEN WS-MAXCC-TOKEN = SPACES
                    OR FUNCTION TEST-NUMVAL(WS-MAXCC-TOKEN) NOT = 0
                MOVE "MAXCC IS NOT NUMERIC" TO WS-AFTER-TOKEN
                PERFORM REPORT-DEFINITION-ERROR
            WHEN WS-AFTER-TOKEN = SPACES
                MOVE "NO PREDECESSOR LIST (USE - FOR NONE)"
                    TO WS-AFTER-TOKEN
                PERFORM REPORT-DEFINITION-ERROR
            WHEN WS-STEP-COUNT >= WS-MAX-STEPS
                MOVE "MORE STEPS THAN THE CHAIN CAN HOLD"
                    TO WS-AFTER-TOKEN
                PERFORM REPORT-DEFINITION-ERROR
            WHEN OTHER
                PERFORM ADD-STEP-ENTRY
        END-EVALUATE.

    ADD-STEP-ENTRY.
        MOVE WS-NAME-TOKEN TO WS-FIND-NAME
        PERFORM FIND-STEP-BY-NAME
        IF WS-FIND-IX > 0
            MOVE "STEP NAME DEFINED TWICE" TO WS-AFTER-TOKEN
            PERFORM REPORT-DEFINITION-ERROR
        ELSE
            ADD 1 TO WS-STEP-COUNT
            MOVE WS-STEP-COUNT TO WS-STEP-IX
            MOVE WS-NAME-TOKEN TO JS-STEP-NAME(WS-STEP-IX)
            MOVE FUNCTION NUMVAL(WS-MAXCC-TOKEN)
                TO JS-STEP-MAXCC(WS-STEP-IX)
            MOVE WS-AFTER-TOKEN TO JS-STEP-AFTER(WS-STEP-IX)
            MOVE SPACES TO JS-STEP-COMMAND(WS-STEP-IX)
            IF WS-UNSTRING-PTR <= FUNCTION LENGTH(streamFileRecord)
                MOVE FUNCTION TRIM(
                        streamFileRecord(WS-UNSTRING-PTR:))
                    TO JS-STEP-COMMAND(WS-STEP-IX)
            END-IF
            MOVE 0 TO JS-PRED-COUNT(WS-STEP-IX)
            MOVE "PENDING" TO JS-STEP-STATUS(WS-STEP-IX)
            MOVE 0 TO JS-STEP-CC(WS-STEP-IX)
            MOVE 0 TO JS-STEP-START(WS-STEP-IX)
            MOVE 0 TO JS-STEP-END(WS-STEP-IX)
            MOVE SPACES TO JS-HOLD-REASON(WS-STEP-IX)
            MOVE SPACES TO JS-PRIOR-STATUS(WS-STEP-IX)
            MOVE 0 TO JS-PRIOR-CC(WS-STEP-IX)

            IF JS-STEP-COMMAND(WS-STEP-IX) = SPACES
                MOVE "NO COMMAND GIVEN" TO WS-AFTER-TOKEN
                PERFORM REPORT-DEFINITION-ERROR
            END-IF
            IF WS-AFTER-TOKEN NOT = "-"
                PERFORM RESOLVE-PREDECESSORS
            END-IF
        END-IF.

    RESOLVE-PREDECESSORS.
        MOVE 1 TO WS-AFTER-PTR
        PERFORM UNTIL WS-AFTER-PTR > FUNCTION LENGTH(WS-AFTER-TOKEN)
                OR WS-DEF-IN-ERROR
            MOVE SPACES TO WS-PRED-TOKEN
            UNSTRING JS-STEP-AFTER(WS-STEP-IX) DELIMITED BY ","
                    OR ALL SPACE
                INTO WS-PRED-TOKEN
                WITH POINTER WS-AFTER-PTR
            END-UNSTRING
            IF WS-PRED-TOKEN NOT = SPACES
                MOVE WS-PRED-TOKEN TO WS-FIND-NAME
                PERFORM FIND-STEP-BY-NAME
                EVALUATE TRUE
                    WHEN WS-FIND-IX = 0 OR WS-FIND-IX >= WS-STEP-IX
                        MOVE SPACES TO WS-AFTER-TOKEN
                        STRING "PREDECESSOR " FUNCTION TRIM(
                                   WS-PRED-TOKEN)
                               " NOT DEFINED ABOVE THIS STEP"
                            DELIMITED BY SIZE INTO WS-AFTER-TOKEN
                        PERFORM REPORT-DEFINITION-ERROR
                    WHEN JS-PRED-COUNT(WS-STEP-IX) >= WS-MAX-PREDS
                        MOVE "TOO MANY PREDECESSORS" TO WS-AFTER-TOKEN
                        PERFORM REPORT-DEFINITION-ERROR
                    WHEN OTHER
                        ADD 1 TO JS-PRED-COUNT(WS-STEP-IX)
                        MOVE WS-FIND-IX TO JS-PRED-IX(WS-STEP-IX,
                            JS-PRED-COUNT(WS-STEP-IX))
                END-EVALUATE
            END-IF
        END-PERFORM.

    REPORT-DEFINITION-ERROR.
        SET WS-DEF-IN-ERROR TO TRUE
        DISPLAY "JOBSTREAM: " FUNCTION TRIM(WS-STREAM-FILENAME)
            " line " WS-DEF-LINE-NO ": "
            FUNCTION TRIM(WS-AFTER-TOKEN).

    FIND-STEP-BY-NAME.
        MOVE 0 TO WS-FIND-IX
        PERFORM VARYING WS-PRED-STEP FROM 1 BY 1
                UNTIL WS-PRED-STEP > WS-STEP-COUNT OR WS-FIND-IX > 0
            IF JS-STEP-NAME(WS-PRED-STEP) = WS-FIND-NAME
                MOVE WS-PRED-STEP TO WS-FIND-IX
            END-IF
        END-PERFORM.

      *> The day's log may hold several attempts; each ATTEMPT
      *> heading starts the picture afresh, and within an attempt
      *> the last line for a step (STARTED, then ENDED) wins. A step
      *> left STARTED with no ENDED died with the controller and is
      *> run again.
    LOAD-PRIOR-STEP-LOG.
        IF WS-RESTART-FROM-PARM NOT = SPACES
            MOVE WS-RESTART-FROM-PARM TO WS-FIND-NAME
            PERFORM FIND-STEP-BY-NAME
            IF WS-FIND-IX = 0
                DISPLAY "JOBSTREAM: restart step "
                    FUNCTION TRIM(WS-RESTART-FROM-PARM)
                    " is not in the job-stream definition"
                SET WS-DEF-IN-ERROR TO TRUE
            END-IF
            MOVE WS-FIND-IX TO WS-RESTART-FROM-IX
        END-IF

        OPEN INPUT stepLogFile
        IF WS-STEPLOG-FILE-STATUS NOT = "00"
            CLOSE stepLogFile
            DISPLAY "JOBSTREAM: no step log "
                FUNCTION TRIM(WS-STEPLOG-FILENAME)
                " for today - restart runs every step"
        ELSE
            SET WS-PRIOR-LOG-FOUND TO TRUE
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ stepLogFile
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        PERFORM TAKE-PRIOR-LOG-LINE
                END-READ
            END-PERFORM
            CLOSE stepLogFile
            MOVE 'N' TO EOF
        END-IF.

    TAKE-PRIOR-LOG-LINE.
        MOVE SPACES TO WS-LOG-TOKEN-1
        MOVE SPACES TO WS-LOG-TOKEN-2
        MOVE SPACES TO WS-LOG-TOKEN-3
        MOVE SPACES TO WS-LOG-TOKEN-4
        MOVE SPACES TO WS-LOG-TOKEN-5
        MOVE SPACES TO WS-LOG-TOKEN-6
        UNSTRING stepLogFileRecord DELIMITED BY ALL SPACE
            INTO WS-LOG-TOKEN-1, WS-LOG-TOKEN-2, WS-LOG-TOKEN-3,
                 WS-LOG-TOKEN-4, WS-LOG-TOKEN-5, WS-LOG-TOKEN-6
        END-UNSTRING

        EVALUATE WS-LOG-TOKEN-1
            WHEN "ATTEMPT"
                PERFORM VARYING WS-FIND-IX FROM 1 BY 1
                        UNTIL WS-FIND-IX > WS-STEP-COUNT
                    MOVE SPACES TO JS-PRIOR-STATUS(WS-FIND-IX)
                    MOVE 0 TO JS-PRIOR-CC(WS-FIND-IX)
                END-PERFORM
            WHEN "STEP"
                MOVE WS-LOG-TOKEN-2 TO WS-FIND-NAME
                PERFORM FIND-STEP-BY-NAME
                IF WS-FIND-IX > 0
                    MOVE WS-LOG-TOKEN-3 TO JS-PRIOR-STATUS(WS-FIND-IX)
                    MOVE SPACES TO WS-LOG-CC-TOKEN
                    EVALUATE TRUE
                        WHEN WS-LOG-TOKEN-4(1:3) = "CC="
                            MOVE WS-LOG-TOKEN-4(4:) TO WS-LOG-CC-TOKEN
                        WHEN WS-LOG-TOKEN-6(1:3) = "CC="
                            MOVE WS-LOG-TOKEN-6(4:) TO WS-LOG-CC-TOKEN
                    END-EVALUATE
                    IF WS-LOG-CC-TOKEN NOT = SPACES
                            AND FUNCTION TEST-NUMVAL(WS-LOG-CC-TOKEN)
                                = 0
                        MOVE FUNCTION NUMVAL(WS-LOG-CC-TOKEN)
                            TO JS-PRIOR-CC(WS-FIND-IX)
                    END-IF
                END-IF
        END-EVALUATE.

      *> A step is carried when it ended last time, whatever its
      *> condition code, it is before the restart point, and every
      *> predecessor was carried as well. Anything else - held,
      *> abended, never reached, from the restart point on, or
      *> downstream of a step that runs again - is left PENDING and
      *> meets its gate in the normal way, against the carried
      *> condition codes of its predecessors.
    DECIDE-CARRY-FORWARD.
        IF JS-PRIOR-STATUS(WS-STEP-IX) = "ENDED"
                OR JS-PRIOR-STATUS(WS-STEP-IX) = "CARRIED"
            SET WS-GATE-OPEN TO TRUE
            IF WS-RESTART-FROM-IX > 0
                    AND WS-STEP-IX >= WS-RESTART-FROM-IX
                SET WS-GATE-SHUT TO TRUE
            END-IF
            PERFORM VARYING WS-PRED-NO FROM 1 BY 1
                    UNTIL WS-PRED-NO > JS-PRED-COUNT(WS-STEP-IX)
                MOVE JS-PRED-IX(WS-STEP-IX, WS-PRED-NO)
                    TO WS-PRED-STEP
                IF JS-STEP-STATUS(WS-PRED-STEP) NOT = "CARRIED"
                    SET WS-GATE-SHUT TO TRUE
                END-IF
            END-PERFORM

            IF WS-GATE-OPEN
                MOVE "CARRIED" TO JS-STEP-STATUS(WS-STEP-IX)
                MOVE JS-PRIOR-CC(WS-STEP-IX) TO JS-STEP-CC(WS-STEP-IX)
                ADD 1 TO WS-STEPS-CARRIED
                IF JS-STEP-CC(WS-STEP-IX) > WS-STREAM-CC
                    MOVE JS-STEP-CC(WS-STEP-IX) TO WS-STREAM-CC
                END-IF
                MOVE SPACES TO stepLogFileRecord
                STRING "STEP " JS-STEP-NAME(WS-STEP-IX)
                       " CARRIED CC=" JS-STEP-CC(WS-STEP-IX)
                       "  (ENDED IN AN EARLIER ATTEMPT - NOT RERUN)"
                    DELIMITED BY SIZE INTO stepLogFileRecord
                WRITE stepLogFileRecord
            END-IF
        END-IF.

    RUN-ONE-STEP.
        PERFORM CHECK-STEP-GATE
        IF WS-GATE-SHUT
            MOVE "HELD" TO JS-STEP-STATUS(WS-STEP-IX)
            ADD 1 TO WS-STEPS-HELD
            MOVE SPACES TO stepLogFileRecord
            STRING "STEP " JS-STEP-NAME(WS-STEP-IX) " HELD "
                   FUNCTION TRIM(JS-HOLD-REASON(WS-STEP-IX))
                DELIMITED BY SIZE INTO stepLogFileRecord
            WRITE stepLogFileRecord
            DISPLAY "JOBSTREAM: step "
                FUNCTION TRIM(JS-STEP-NAME(WS-STEP-IX)) " held - "
                FUNCTION TRIM(JS-HOLD-REASON(WS-STEP-IX))
        ELSE
            ACCEPT WS-TIME-NOW FROM TIME
            MOVE WS-TIME-NOW(1:6) TO JS-STEP-START(WS-STEP-IX)
            MOVE SPACES TO stepLogFileRecord
            STRING "STEP " JS-STEP-NAME(WS-STEP-IX) " STARTED "
                   JS-STEP-START(WS-STEP-IX) "  "
                   FUNCTION TRIM(JS-STEP-COMMAND(WS-STEP-IX))
                DELIMITED BY SIZE INTO stepLogFileRecord
            WRITE stepLogFileRecord
      *> Closed and reopened around the step so the STARTED line is
      *> on disk even if the controller itself dies mid-step.
            CLOSE stepLogFile
            DISPLAY "JOBSTREAM: starting step "
                FUNCTION TRIM(JS-STEP-NAME(WS-STEP-IX))

            MOVE SPACES TO WS-COMMAND-TEXT
            MOVE JS-STEP-COMMAND(WS-STEP-IX) TO WS-COMMAND-TEXT
            CALL "SYSTEM" USING WS-COMMAND-TEXT
            MOVE RETURN-CODE TO WS-SYSTEM-STATUS
            MOVE 0 TO RETURN-CODE
            PERFORM DECODE-STEP-STATUS

            ACCEPT WS-TIME-NOW FROM TIME
            MOVE WS-TIME-NOW(1:6) TO JS-STEP-END(WS-STEP-IX)
            ADD 1 TO WS-STEPS-RUN
            IF JS-STEP-STATUS(WS-STEP-IX) = "ABENDED"
                IF WS-STREAM-CC < 16
                    MOVE 16 TO WS-STREAM-CC
                END-IF
            ELSE
                IF JS-STEP-CC(WS-STEP-IX) > WS-STREAM-CC
                    MOVE JS-STEP-CC(WS-STEP-IX) TO WS-STREAM-CC
                END-IF
            END-IF

            OPEN EXTEND stepLogFile
            MOVE SPACES TO stepLogFileRecord
            STRING "STEP " JS-STEP-NAME(WS-STEP-IX) " "
                   JS-STEP-STATUS(WS-STEP-IX)
                   " START=" JS-STEP-START(WS-STEP-IX)
                   " END=" JS-STEP-END(WS-STEP-IX)
                   " CC=" JS-STEP-CC(WS-STEP-IX)
                DELIMITED BY SIZE INTO stepLogFileRecord
            WRITE stepLogFileRecord
            DISPLAY "JOBSTREAM: step "
                FUNCTION TRIM(JS-STEP-NAME(WS-STEP-IX)) " "
                FUNCTION TRIM(JS-STEP-STATUS(WS-STEP-IX))
                " condition code " JS-STEP-CC(WS-STEP-IX)
        END-IF.

      *> The operating system hands back a wait status: the exit
      *> code sits in the high byte and a terminating signal in the
      *> low byte. A signal, or a command that could not be started
      *> at all, is an abend and is recorded as condition code 999
      *> so no maxcc can let a dependent through. The shell reports
      *> the same two things as exit codes of its own - 127 for a
      *> command it could not find, 128 and up for one a signal
      *> killed - and those are abends too.
    DECODE-STEP-STATUS.
        IF WS-SYSTEM-STATUS < 0
            MOVE "ABENDED" TO JS-STEP-STATUS(WS-STEP-IX)
            MOVE 999 TO JS-STEP-CC(WS-STEP-IX)
            ADD 1 TO WS-STEPS-ABENDED
        ELSE
            DIVIDE WS-SYSTEM-STATUS BY 256 GIVING WS-EXIT-CODE
                REMAINDER WS-SIGNAL-NO
            IF WS-SIGNAL-NO NOT = 0 OR WS-EXIT-CODE >= 127
                MOVE "ABENDED" TO JS-STEP-STATUS(WS-STEP-IX)
                MOVE 999 TO JS-STEP-CC(WS-STEP-IX)
                ADD 1 TO WS-STEPS-ABENDED
            ELSE
                MOVE "ENDED" TO JS-STEP-STATUS(WS-STEP-IX)
                MOVE WS-EXIT-CODE TO JS-STEP-CC(WS-STEP-IX)
            END-IF
        END-IF.

    CHECK-STEP-GATE.
        SET WS-GATE-OPEN TO TRUE
        MOVE SPACES TO JS-HOLD-REASON(WS-STEP-IX)
        PERFORM VARYING WS-PRED-NO FROM 1 BY 1
                UNTIL WS-PRED-NO > JS-PRED-COUNT(WS-STEP-IX)
                OR WS-GATE-SHUT
            MOVE JS-PRED-IX(WS-STEP-IX, WS-PRED-NO) TO WS-PRED-STEP
            EVALUATE TRUE
                WHEN JS-STEP-STATUS(WS-PRED-STEP) = "HELD"
                    SET WS-GATE-SHUT TO TRUE
                    STRING "PREDECESSOR "
                           FUNCTION TRIM(JS-STEP-NAME(WS-PRED-STEP))
                           " WAS HELD"
                        DELIMITED BY SIZE
                        INTO JS-HOLD-REASON(WS-STEP-IX)
                WHEN JS-STEP-CC(WS-PRED-STEP)
                        > JS-STEP-MAXCC(WS-STEP-IX)
                    SET WS-GATE-SHUT TO TRUE
                    STRING "PREDECESSOR "
                           FUNCTION TRIM(JS-STEP-NAME(WS-PRED-STEP))
                           " CC=" JS-STEP-CC(WS-PRED-STEP)
                           " EXCEEDS MAXCC=" JS-STEP-MAXCC(WS-STEP-IX)
                        DELIMITED BY SIZE
                        INTO JS-HOLD-REASON(WS-STEP-IX)
            END-EVALUATE
        END-PERFORM.

    WRITE-STREAM-SUMMARY.
        IF WS-STEPS-HELD > 0 AND WS-STREAM-CC < 8
            MOVE 8 TO WS-STREAM-CC
        END-IF

        ACCEPT WS-TIME-NOW FROM TIME
        MOVE SPACES TO stepLogFileRecord
        STRING "STREAM ENDED " WS-TIME-NOW(1:6)
               " RUN=" WS-STEPS-RUN " CARRIED=" WS-STEPS-CARRIED
               " HELD=" WS-STEPS-HELD " ABENDED=" WS-STEPS-ABENDED
               " CC=" WS-STREAM-CC
            DELIMITED BY SIZE INTO stepLogFileRecord
        WRITE stepLogFileRecord

        IF WS-STEPS-HELD > 0 OR WS-STEPS-ABENDED > 0
            MOVE SPACES TO stepLogFileRecord
            STRING "RESTART WITH DL100_JOBSTREAM_RESTART=Y ONCE THE"
                   " FAILED STEP IS FIXED - ENDED STEPS ARE CARRIED"
                DELIMITED BY SIZE INTO stepLogFileRecord
            WRITE stepLogFileRecord
        END-IF.
