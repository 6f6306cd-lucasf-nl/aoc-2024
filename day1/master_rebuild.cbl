      *>                          N - reconcile and report only, so
      *>                          promotion is always a second,
      *>                          deliberate submission after sign-off)
      *>   DL100_REBUILD_OPERATOR operator submitting a promotion
      *>                          (required with PROMOTE=Y)
      *>
      *> A promotion is only carried out for an active operator
      *> holding PROMOTE in the operator register (operator_check.cpy).
      *> The check is made before the rebuild starts and is written to
      *> the security log granted or refused; a refused promotion
      *> rebuilds nothing and leaves the live master alone.
      *>
      *> Condition codes: 0 = shadow and live agree, 4 = discrepancies
      *> reported, 12 = parameters unusable or no extracts found,
      *> 20 = promotion refused to the operator.
      *> HDR/TRL records are skipped rather than verified - a rebuild
      *> reads whatever the archive kept, and a short extract shows up
      *> as a count discrepancy against the live master anyway.
        SELECT discrepFile ASSIGN TO DYNAMIC WS-DISCREP-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT operatorFile ASSIGN TO DYNAMIC WS-OPERATOR-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERATOR-FILE-STATUS.

        SELECT securityLogFile ASSIGN TO DYNAMIC WS-SECLOG-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SECLOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  extractFile.
FD  discrepFile.
01  discrepFileRecord PIC X(132).

FD  operatorFile.
01  operatorFileRecord PIC X(132).

FD  securityLogFile.
01  securityLogFileRecord PIC X(200).

WORKING-STORAGE SECTION.
77  WS-EXTRACT-FILENAME             PIC X(100) VALUE SPACES.
77  WS-EXTRACT-FILE-STATUS          PIC XX VALUE SPACES.
77  WS-FROM-PARM                    PIC X(10) VALUE SPACES.
77  WS-TO-PARM                      PIC X(10) VALUE SPACES.
77  WS-PROMOTE-PARM                 PIC X(10) VALUE SPACES.
77  WS-REBUILD-OPERATOR             PIC X(20) VALUE SPACES.

01  WS-FROM-DATE                    PIC 9(8) VALUE 0.
01  WS-FROM-DATE-X REDEFINES WS-FROM-DATE PIC X(8).
    88 WS-LIVE-EOF                  VALUE 'Y'.
    88 WS-LIVE-MORE                 VALUE 'N'.

COPY 'operator_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
        PERFORM DETERMINE-REBUILD-PARMS
        IF WS-PROMOTE-REQUESTED
            PERFORM CHECK-PROMOTE-AUTHORITY
        END-IF
        PERFORM CREATE-EMPTY-SHADOW
        PERFORM REBUILD-FROM-ARCHIVE

            SET WS-PROMOTE-REQUESTED TO TRUE
        END-IF

        MOVE SPACES TO WS-REBUILD-OPERATOR
        ACCEPT WS-REBUILD-OPERATOR
            FROM ENVIRONMENT "DL100_REBUILD_OPERATOR"

        MOVE SPACES TO WS-DISCREP-FILENAME
        STRING "masterdiscrep_" DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
            " TO " WS-TO-DATE-X " into "
            FUNCTION TRIM(WS-SHADOW-FILENAME).

    CHECK-PROMOTE-AUTHORITY.
        PERFORM LOAD-OPERATOR-REGISTER
        MOVE WS-REBUILD-OPERATOR TO WS-AUTH-OPERATOR
        MOVE "PROMOTE" TO WS-AUTH-FUNCTION
        MOVE "MASTERREBUILD" TO WS-AUTH-PROGRAM
        MOVE SPACES TO WS-AUTH-DETAIL
        STRING "PROMOTE " FUNCTION TRIM(WS-SHADOW-FILENAME)
               " TO " FUNCTION TRIM(WS-MASTER-FILENAME)
            DELIMITED BY SIZE INTO WS-AUTH-DETAIL
        PERFORM CHECK-OPERATOR-AUTHORITY
        IF NOT WS-AUTH-GRANTED
            MOVE WS-AUTH-REFUSED-CC TO RETURN-CODE
            STOP RUN
        END-IF.

      *> The shadow is recreated empty on every run - a rebuild that
      *> topped up a stale shadow would manufacture exactly the
      *> double-counting this utility exists to detect.
                " shadow records promoted to "
                FUNCTION TRIM(WS-MASTER-FILENAME)
        END-IF.

    COPY 'operator_check.cpy'.
