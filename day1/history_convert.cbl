      *> ---------------------------------------------------------------
      *> HISTORY_CONVERT.CBL
      *>
      *> HistoryConvert is the one-off load of the keyed run history
      *> (runhist.dat) from the text history it replaces. It reads the
      *> yearly history_archive_YYYY.txt files Housekeeping trimmed
      *> lines into, oldest year first, then the live history.txt, and
      *> posts every RUN and RELEASE line as a typed record under its
      *> date / program / mode / rerun-sequence key.
      *>
      *> Operator parameters, all optional:
      *>   DL100_HISTORY_DATASET     keyed history to build
      *>                             (runhist.dat)
      *>   DL100_HISTCONV_SOURCE     live text history (history.txt)
      *>   DL100_HISTCONV_FIRST_YEAR first archive year to look for
      *>                             (current year less 10)
      *>   DL100_HISTCONV_REPLACE    Y = rebuild the keyed history even
      *>                             though it already exists (default
      *>                             N - an existing dataset is never
      *>                             overwritten by accident)
      *>
      *> Every line that cannot be classified is written to
      *> histconv_YYYYMMDD.txt with its source file and line number
      *> and is not loaded: an unknown lead word, a run date that is
      *> not a calendar date, no PROGRAM=, or a figure that is not
      *> numeric. A KEY=VALUE token the layout has no field for is
      *> listed there too, but its line is still loaded - the token
      *> is the only thing dropped. Two lines that land on the same
      *> key (a rerun of a program with no _Rnn chain, a second
      *> release on one day) are both kept: the later line takes the
      *> next free rerun sequence, exactly as WRITE-HISTORY-RECORD
      *> does for a live posting, and is counted as resequenced.
      *>
      *> The text files are only read, never changed. Once the load
      *> has been checked, history.txt can be retired.
      *>
      *> Condition codes: 0 = every line loaded as it stood, 4 = lines
      *> rejected, noted or resequenced (see the exception report),
      *> 12 = the keyed history already exists and REPLACE was not
      *> given, or no text history was found at all.
      *> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. HistoryConvert.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT sourceFile ASSIGN TO DYNAMIC WS-SOURCE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SOURCE-FILE-STATUS.

        SELECT historyFile ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RH-KEY
            FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT convExcFile ASSIGN TO DYNAMIC WS-CONV-EXC-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  sourceFile.
01  sourceFileRecord PIC X(220).

FD  historyFile.
COPY 'runhist_record.cpy'.

FD  convExcFile.
01  convExcFileRecord PIC X(132).

WORKING-STORAGE SECTION.
77  WS-SOURCE-FILENAME              PIC X(100) VALUE SPACES.
77  WS-SOURCE-FILE-STATUS           PIC XX VALUE SPACES.
77  WS-LIVE-SOURCE-FILENAME         PIC X(100) VALUE SPACES.
77  WS-HISTORY-FILENAME             PIC X(100) VALUE SPACES.
77  WS-HIST-FILE-STATUS             PIC XX VALUE SPACES.
77  WS-CONV-EXC-FILENAME            PIC X(100) VALUE SPACES.

01  WS-RUN-DATE                     PIC 9(8) VALUE 0.
01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
    05 WS-RUN-YEAR                  PIC 9(4).
    05 FILLER                       PIC 9(4).

77  WS-FIRST-YEAR-PARM              PIC X(10) VALUE SPACES.
77  WS-REPLACE-PARM                 PIC X(10) VALUE SPACES.
77  WS-FIRST-YEAR                   PIC 9(4) VALUE 0.
77  WS-SCAN-YEAR                    PIC 9(4) VALUE 0.

77  WS-REPLACE-SW                   PIC X VALUE 'N'.
    88 WS-REPLACE-REQUESTED         VALUE 'Y'.
    88 WS-REPLACE-REFUSED           VALUE 'N'.

77  EOF PIC X VALUE 'N'.
    88 EOF-REACHED                  VALUE 'Y'.

      *> Line classification state. WS-CV-REJECT-TEXT is set by the
      *> first check a line fails; spaces means the line loads.
77  WS-CV-LINE-NO                   PIC 9(7) VALUE 0.
77  WS-CV-LEAD                      PIC X(20) VALUE SPACES.
77  WS-CV-TOKEN                     PIC X(120) VALUE SPACES.
77  WS-CV-KEY                       PIC X(20) VALUE SPACES.
77  WS-CV-VALUE                     PIC X(100) VALUE SPACES.
77  WS-CV-TOKEN-IX                  PIC 9(2) VALUE 0.
77  WS-CV-PTR                       PIC 9(4) VALUE 1.
77  WS-CV-TOKEN-START               PIC 9(4) VALUE 1.
77  WS-CV-DATE                      PIC 9(8) VALUE 0.
77  WS-CV-REJECT-TEXT               PIC X(40) VALUE SPACES.
77  WS-CV-PROFILE-NAME              PIC X(20) VALUE SPACES.
77  WS-CV-PROFILE-VERSION           PIC X(10) VALUE SPACES.
77  WS-CV-HAS-PROGRAM-SW            PIC X VALUE 'N'.
    88 WS-CV-HAS-PROGRAM            VALUE 'Y'.
77  WS-CV-REASON-SW                 PIC X VALUE 'N'.
    88 WS-CV-REASON-TAKEN           VALUE 'Y'.

77  WS-SOURCES-READ                 PIC 9(3) VALUE 0.
77  WS-LINES-READ                   PIC 9(7) VALUE 0.
77  WS-BLANK-LINES                  PIC 9(7) VALUE 0.
77  WS-LINES-LOADED                 PIC 9(7) VALUE 0.
77  WS-LINES-REJECTED               PIC 9(7) VALUE 0.
77  WS-KEYS-NOTED                   PIC 9(7) VALUE 0.
77  WS-LINES-RESEQUENCED            PIC 9(7) VALUE 0.
77  WS-RUN-EVENTS                   PIC 9(7) VALUE 0.
77  WS-RELEASE-EVENTS               PIC 9(7) VALUE 0.

77  WS-POST-SEQ                     PIC 9(2) VALUE 0.

COPY 'runhist_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
        PERFORM DETERMINE-CONVERT-PARMS
        PERFORM CHECK-TARGET-DATASET

        OPEN OUTPUT convExcFile
        MOVE SPACES TO convExcFileRecord
        STRING "HISTORY CONVERSION  RUN DATE: " WS-RUN-DATE-X
               "  TARGET: " FUNCTION TRIM(WS-HISTORY-FILENAME)
               "  ARCHIVE YEARS: " WS-FIRST-YEAR " TO " WS-RUN-YEAR
            DELIMITED BY SIZE INTO convExcFileRecord
        WRITE convExcFileRecord

        OPEN OUTPUT historyFile
        CLOSE historyFile
        OPEN I-O historyFile
        IF WS-HIST-FILE-STATUS NOT = "00"
            DISPLAY "HISTORYCONVERT: cannot create "
                FUNCTION TRIM(WS-HISTORY-FILENAME)
                " (status " WS-HIST-FILE-STATUS ")"
            CLOSE convExcFile
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF

        PERFORM VARYING WS-SCAN-YEAR FROM WS-FIRST-YEAR BY 1
                UNTIL WS-SCAN-YEAR > WS-RUN-YEAR
            MOVE SPACES TO WS-SOURCE-FILENAME
            STRING "history_archive_" WS-SCAN-YEAR ".txt"
                DELIMITED BY SIZE INTO WS-SOURCE-FILENAME
            PERFORM LOAD-ONE-SOURCE
        END-PERFORM

        MOVE WS-LIVE-SOURCE-FILENAME TO WS-SOURCE-FILENAME
        PERFORM LOAD-ONE-SOURCE

        CLOSE historyFile

        PERFORM WRITE-CONVERT-TOTALS
        CLOSE convExcFile

        IF WS-SOURCES-READ = 0
            DISPLAY "HISTORYCONVERT: no text history found - "
                FUNCTION TRIM(WS-LIVE-SOURCE-FILENAME)
                " and the yearly archives are all absent"
            MOVE 12 TO RETURN-CODE
        ELSE
            IF WS-LINES-REJECTED > 0 OR WS-KEYS-NOTED > 0
                    OR WS-LINES-RESEQUENCED > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        END-IF

        DISPLAY "HISTORYCONVERT: " WS-SOURCES-READ " files, "
            WS-LINES-READ " lines - " WS-LINES-LOADED " loaded, "
            WS-LINES-REJECTED " rejected, " WS-LINES-RESEQUENCED
            " resequenced - see "
            FUNCTION TRIM(WS-CONV-EXC-FILENAME)

        STOP RUN.

    DETERMINE-CONVERT-PARMS.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

        MOVE SPACES TO WS-HISTORY-FILENAME
        ACCEPT WS-HISTORY-FILENAME
            FROM ENVIRONMENT "DL100_HISTORY_DATASET"
        IF WS-HISTORY-FILENAME = SPACES
            MOVE "runhist.dat" TO WS-HISTORY-FILENAME
        END-IF

        MOVE SPACES TO WS-LIVE-SOURCE-FILENAME
        ACCEPT WS-LIVE-SOURCE-FILENAME
            FROM ENVIRONMENT "DL100_HISTCONV_SOURCE"
        IF WS-LIVE-SOURCE-FILENAME = SPACES
            MOVE "history.txt" TO WS-LIVE-SOURCE-FILENAME
        END-IF

        COMPUTE WS-FIRST-YEAR = WS-RUN-YEAR - 10
        MOVE SPACES TO WS-FIRST-YEAR-PARM
        ACCEPT WS-FIRST-YEAR-PARM
            FROM ENVIRONMENT "DL100_HISTCONV_FIRST_YEAR"
        IF WS-FIRST-YEAR-PARM NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-FIRST-YEAR-PARM) = 0
            MOVE FUNCTION NUMVAL(WS-FIRST-YEAR-PARM) TO WS-FIRST-YEAR
        END-IF

        MOVE SPACES TO WS-REPLACE-PARM
        ACCEPT WS-REPLACE-PARM
            FROM ENVIRONMENT "DL100_HISTCONV_REPLACE"
        IF WS-REPLACE-PARM(1:1) = "Y" OR WS-REPLACE-PARM(1:1) = "y"
            SET WS-REPLACE-REQUESTED TO TRUE
        END-IF

        MOVE SPACES TO WS-CONV-EXC-FILENAME
        STRING "histconv_" DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
            INTO WS-CONV-EXC-FILENAME.

      *> The keyed history is the system of record once it exists;
      *> loading over it would throw away every run posted since the
      *> conversion, so that takes an explicit REPLACE.
    CHECK-TARGET-DATASET.
        OPEN INPUT historyFile
        IF WS-HIST-FILE-STATUS = "00"
            CLOSE historyFile
            IF WS-REPLACE-REFUSED
                DISPLAY "HISTORYCONVERT: "
                    FUNCTION TRIM(WS-HISTORY-FILENAME)
                    " already exists - set DL100_HISTCONV_REPLACE=Y"
                    " to rebuild it from the text history"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "HISTORYCONVERT: replacing "
                FUNCTION TRIM(WS-HISTORY-FILENAME)
                " as requested"
        END-IF.

    LOAD-ONE-SOURCE.
        OPEN INPUT sourceFile
        IF WS-SOURCE-FILE-STATUS = "00"
            ADD 1 TO WS-SOURCES-READ
            MOVE 0 TO WS-CV-LINE-NO
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF-REACHED
                READ sourceFile
                    AT END
                        SET EOF-REACHED TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CV-LINE-NO
                        PERFORM CONVERT-HISTORY-LINE
                END-READ
            END-PERFORM
            CLOSE sourceFile

            MOVE SPACES TO convExcFileRecord
            STRING "SOURCE " FUNCTION TRIM(WS-SOURCE-FILENAME)
                   ": " WS-CV-LINE-NO " LINES READ"
                DELIMITED BY SIZE INTO convExcFileRecord
            WRITE convExcFileRecord
        END-IF.

    CONVERT-HISTORY-LINE.
        IF sourceFileRecord = SPACES
            ADD 1 TO WS-BLANK-LINES
        ELSE
            ADD 1 TO WS-LINES-READ
            PERFORM CLASSIFY-HISTORY-LINE
            IF WS-CV-REJECT-TEXT = SPACES
                PERFORM POST-CONVERTED-RECORD
            ELSE
                ADD 1 TO WS-LINES-REJECTED
                PERFORM WRITE-REJECTED-LINE
            END-IF
        END-IF.

      *> Token 1 is the lead word, token 2 the date, and every token
      *> after that a KEY=VALUE pair. REASON= is always last on a
      *> release line and its text carries spaces, so it takes the
      *> rest of the line.
    CLASSIFY-HISTORY-LINE.
        PERFORM CLEAR-HISTORY-RECORD
        MOVE SPACES TO WS-CV-REJECT-TEXT
        MOVE 'N' TO WS-CV-HAS-PROGRAM-SW
        MOVE 'N' TO WS-CV-REASON-SW
        MOVE SPACES TO WS-CV-LEAD
        MOVE SPACES TO WS-CV-TOKEN

        MOVE 1 TO WS-CV-PTR
        UNSTRING sourceFileRecord DELIMITED BY ALL SPACE
            INTO WS-CV-LEAD, WS-CV-TOKEN
            WITH POINTER WS-CV-PTR
        END-UNSTRING

        EVALUATE WS-CV-LEAD
            WHEN "RUN"
                SET RH-RUN-EVENT TO TRUE
            WHEN "RELEASE"
                SET RH-RELEASE-EVENT TO TRUE
            WHEN OTHER
                MOVE "UNKNOWN LEAD WORD" TO WS-CV-REJECT-TEXT
        END-EVALUATE

        IF WS-CV-REJECT-TEXT = SPACES
            MOVE 0 TO WS-CV-DATE
            IF WS-CV-TOKEN(1:8) IS NUMERIC
                    AND WS-CV-TOKEN(9:) = SPACES
                MOVE WS-CV-TOKEN(1:8) TO WS-CV-DATE
            END-IF
            IF WS-CV-DATE = 0
                    OR FUNCTION TEST-DATE-YYYYMMDD(WS-CV-DATE) NOT = 0
                MOVE "RUN DATE IS NOT A CALENDAR DATE"
                    TO WS-CV-REJECT-TEXT
            ELSE
                MOVE WS-CV-DATE TO RH-RUN-DATE
            END-IF
        END-IF

        IF WS-CV-REJECT-TEXT = SPACES
            MOVE 0 TO WS-CV-TOKEN-IX
            PERFORM EXTRACT-CONVERT-TOKEN
            PERFORM UNTIL WS-CV-TOKEN = SPACES
                    OR WS-CV-TOKEN-IX > 30
                    OR WS-CV-REJECT-TEXT NOT = SPACES
                    OR WS-CV-REASON-TAKEN
                ADD 1 TO WS-CV-TOKEN-IX
                PERFORM APPLY-CONVERT-TOKEN
                IF NOT WS-CV-REASON-TAKEN
                    PERFORM EXTRACT-CONVERT-TOKEN
                END-IF
            END-PERFORM
        END-IF

        IF WS-CV-REJECT-TEXT = SPACES AND NOT WS-CV-HAS-PROGRAM
            MOVE "NO PROGRAM= TOKEN" TO WS-CV-REJECT-TEXT
        END-IF.

    EXTRACT-CONVERT-TOKEN.
        MOVE SPACES TO WS-CV-TOKEN
        MOVE WS-CV-PTR TO WS-CV-TOKEN-START
        IF WS-CV-PTR <= FUNCTION LENGTH(sourceFileRecord)
            UNSTRING sourceFileRecord DELIMITED BY ALL SPACE
                INTO WS-CV-TOKEN
                WITH POINTER WS-CV-PTR
            END-UNSTRING
        END-IF.

    APPLY-CONVERT-TOKEN.
        MOVE SPACES TO WS-CV-KEY
        MOVE SPACES TO WS-CV-VALUE
        UNSTRING WS-CV-TOKEN DELIMITED BY "="
            INTO WS-CV-KEY, WS-CV-VALUE
        END-UNSTRING

        EVALUATE WS-CV-KEY
            WHEN "PROGRAM"
                IF WS-CV-VALUE = SPACES OR WS-CV-VALUE(13:) NOT = SPACES
                    MOVE "PROGRAM NAME BLANK OR OVER 12 CHARACTERS"
                        TO WS-CV-REJECT-TEXT
                ELSE
                    MOVE WS-CV-VALUE TO RH-PROGRAM
                    SET WS-CV-HAS-PROGRAM TO TRUE
                END-IF
            WHEN "MODE"
                MOVE WS-CV-VALUE TO RH-MODE
            WHEN "INPUT"
                MOVE WS-CV-VALUE TO RH-INPUT-DATASET
            WHEN "TOTAL"
                PERFORM CHECK-FIGURE-VALUE
                IF WS-CV-REJECT-TEXT = SPACES
                    MOVE FUNCTION NUMVAL(WS-CV-VALUE) TO RH-TOTAL
                    MOVE 'Y' TO RH-HAS-TOTAL-SW
                END-IF
            WHEN "SIMSCORE"
                PERFORM CHECK-FIGURE-VALUE
                IF WS-CV-REJECT-TEXT = SPACES
                    MOVE FUNCTION NUMVAL(WS-CV-VALUE) TO RH-SIMSCORE
                    MOVE 'Y' TO RH-HAS-SIM-SW
                END-IF
            WHEN "ROWS"
                PERFORM CHECK-FIGURE-VALUE
                IF WS-CV-REJECT-TEXT = SPACES
                    MOVE FUNCTION NUMVAL(WS-CV-VALUE) TO RH-ROWS
                    MOVE 'Y' TO RH-HAS-ROWS-SW
                END-IF
            WHEN "SAFE"
                PERFORM CHECK-FIGURE-VALUE
                IF WS-CV-REJECT-TEXT = SPACES
                    MOVE FUNCTION NUMVAL(WS-CV-VALUE) TO RH-SAFE
                END-IF
            WHEN "SAFETOL"
                PERFORM CHECK-FIGURE-VALUE
                IF WS-CV-REJECT-TEXT = SPACES
                    MOVE FUNCTION NUMVAL(WS-CV-VALUE) TO RH-SAFETOL
                END-IF
            WHEN "PROFILE"
                MOVE SPACES TO WS-CV-PROFILE-NAME
                MOVE SPACES TO WS-CV-PROFILE-VERSION
                UNSTRING WS-CV-VALUE DELIMITED BY "/"
                    INTO WS-CV-PROFILE-NAME, WS-CV-PROFILE-VERSION
                END-UNSTRING
                IF WS-CV-PROFILE-NAME = SPACES
                        OR WS-CV-PROFILE-NAME(13:) NOT = SPACES
                        OR WS-CV-PROFILE-VERSION = SPACES
                        OR FUNCTION TEST-NUMVAL(WS-CV-PROFILE-VERSION)
                            NOT = 0
                    MOVE "PROFILE= NOT NAME/VERSION"
                        TO WS-CV-REJECT-TEXT
                ELSE
                    MOVE WS-CV-PROFILE-NAME TO RH-PROFILE-NAME
                    MOVE FUNCTION NUMVAL(WS-CV-PROFILE-VERSION)
                        TO RH-PROFILE-VERSION
                END-IF
            WHEN "INSTR"
                PERFORM CHECK-FIGURE-VALUE
                IF WS-CV-REJECT-TEXT = SPACES
                    MOVE FUNCTION NUMVAL(WS-CV-VALUE) TO RH-INSTR
                    MOVE 'Y' TO RH-HAS-INSTR-SW
                END-IF
            WHEN "MULTOTAL"
                PERFORM CHECK-FIGURE-VALUE
                IF WS-CV-REJECT-TEXT = SPACES
                    MOVE FUNCTION NUMVAL(WS-CV-VALUE) TO RH-MULTOTAL
                END-IF
            WHEN "ENABLEDTOTAL"
                PERFORM CHECK-FIGURE-VALUE
                IF WS-CV-REJECT-TEXT = SPACES
                    MOVE FUNCTION NUMVAL(WS-CV-VALUE)
                        TO RH-ENABLEDTOTAL
                END-IF
            WHEN "RESTATEMENT"
                IF WS-CV-VALUE(1:1) = "Y"
                    MOVE 'Y' TO RH-RESTATEMENT-SW
                END-IF
            WHEN "REVERSED"
                PERFORM CHECK-FIGURE-VALUE
                IF WS-CV-REJECT-TEXT = SPACES
                    MOVE FUNCTION NUMVAL(WS-CV-VALUE) TO RH-REV-ON-DATE
                    MOVE 'Y' TO RH-REVERSED-SW
                END-IF
            WHEN "SEQ"
                PERFORM CHECK-FIGURE-VALUE
                IF WS-CV-REJECT-TEXT = SPACES
                    MOVE FUNCTION NUMVAL(WS-CV-VALUE) TO RH-RERUN-SEQ
                END-IF
            WHEN "OPERATOR"
                MOVE WS-CV-VALUE TO RH-REL-OPERATOR
            WHEN "ON"
                PERFORM CHECK-FIGURE-VALUE
                IF WS-CV-REJECT-TEXT = SPACES
                    MOVE FUNCTION NUMVAL(WS-CV-VALUE) TO RH-REL-ON-DATE
                END-IF
            WHEN "AT"
                PERFORM CHECK-FIGURE-VALUE
                IF WS-CV-REJECT-TEXT = SPACES
                    MOVE FUNCTION NUMVAL(WS-CV-VALUE) TO RH-REL-AT-TIME
                END-IF
            WHEN "REASON"
                COMPUTE WS-CV-TOKEN-START = WS-CV-TOKEN-START + 7
                IF WS-CV-TOKEN-START <= FUNCTION LENGTH(sourceFileRecord)
                    MOVE sourceFileRecord(WS-CV-TOKEN-START:)
                        TO RH-REL-REASON
                END-IF
                SET WS-CV-REASON-TAKEN TO TRUE
            WHEN OTHER
                PERFORM WRITE-NOTED-KEY
        END-EVALUATE.

    CHECK-FIGURE-VALUE.
        IF WS-CV-VALUE = SPACES
                OR FUNCTION TEST-NUMVAL(WS-CV-VALUE) NOT = 0
            MOVE SPACES TO WS-CV-REJECT-TEXT
            STRING "NON-NUMERIC " FUNCTION TRIM(WS-CV-KEY) "= VALUE"
                DELIMITED BY SIZE INTO WS-CV-REJECT-TEXT
        END-IF.

      *> A key already on file is a second line for the same date,
      *> program, mode and sequence. The later line steps to the next
      *> free sequence so neither is lost and the latest stays on top.
    POST-CONVERTED-RECORD.
        MOVE RH-RERUN-SEQ TO WS-POST-SEQ
        SET WS-HIST-NOT-WRITTEN TO TRUE
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

        IF WS-HIST-SEQ-EXHAUSTED
            MOVE "ALL 99 RERUN SEQUENCES ALREADY TAKEN"
                TO WS-CV-REJECT-TEXT
            ADD 1 TO WS-LINES-REJECTED
            PERFORM WRITE-REJECTED-LINE
        ELSE
            ADD 1 TO WS-LINES-LOADED
            IF RH-RUN-EVENT
                ADD 1 TO WS-RUN-EVENTS
            ELSE
                ADD 1 TO WS-RELEASE-EVENTS
            END-IF
            IF RH-RERUN-SEQ NOT = WS-POST-SEQ
                ADD 1 TO WS-LINES-RESEQUENCED
                MOVE SPACES TO convExcFileRecord
                STRING "RESEQUENCED "
                       FUNCTION TRIM(WS-SOURCE-FILENAME)
                       " LINE " WS-CV-LINE-NO ": "
                       FUNCTION TRIM(RH-PROGRAM) " " RH-RUN-DATE
                       " SEQ " WS-POST-SEQ " ALREADY ON FILE,"
                       " LOADED AS SEQ " RH-RERUN-SEQ
                    DELIMITED BY SIZE INTO convExcFileRecord
                WRITE convExcFileRecord
            END-IF
        END-IF.

    WRITE-REJECTED-LINE.
        MOVE SPACES TO convExcFileRecord
        STRING "REJECTED " FUNCTION TRIM(WS-SOURCE-FILENAME)
               " LINE " WS-CV-LINE-NO ": "
               FUNCTION TRIM(WS-CV-REJECT-TEXT)
            DELIMITED BY SIZE INTO convExcFileRecord
        WRITE convExcFileRecord
        MOVE SPACES TO convExcFileRecord
        STRING "    " sourceFileRecord(1:120)
            DELIMITED BY SIZE INTO convExcFileRecord
        WRITE convExcFileRecord.

    WRITE-NOTED-KEY.
        ADD 1 TO WS-KEYS-NOTED
        MOVE SPACES TO convExcFileRecord
        STRING "NOTED " FUNCTION TRIM(WS-SOURCE-FILENAME)
               " LINE " WS-CV-LINE-NO ": UNKNOWN KEY "
               FUNCTION TRIM(WS-CV-TOKEN)
               " - LINE LOADED, TOKEN DROPPED"
            DELIMITED BY SIZE INTO convExcFileRecord
        WRITE convExcFileRecord.

    WRITE-CONVERT-TOTALS.
        MOVE SPACES TO convExcFileRecord
        STRING "TOTALS: " WS-SOURCES-READ " FILES, "
               WS-LINES-READ " LINES, " WS-BLANK-LINES " BLANK"
            DELIMITED BY SIZE INTO convExcFileRecord
        WRITE convExcFileRecord

        MOVE SPACES TO convExcFileRecord
        STRING "        " WS-LINES-LOADED " LOADED ("
               WS-RUN-EVENTS " RUN, " WS-RELEASE-EVENTS
               " RELEASE), " WS-LINES-REJECTED " REJECTED, "
               WS-LINES-RESEQUENCED " RESEQUENCED, "
               WS-KEYS-NOTED " UNKNOWN KEYS NOTED"
            DELIMITED BY SIZE INTO convExcFileRecord
        WRITE convExcFileRecord.

    COPY 'runhist_write.cpy'.
