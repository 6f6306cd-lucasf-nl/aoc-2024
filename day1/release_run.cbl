      *> - a release with no recorded reason is exactly the practice
      *> this program exists to end. The staged extract is copied to
      *> the live name the downstream jobs poll, the staged copy is
      *> deleted, and a release entry with operator, timestamp and
      *> reason is posted to the keyed run history alongside the run
      *> entries (DL100_HISTORY_DATASET, default runhist.dat).
      *>
      *> The operator must be an active operator holding RELEASE in
      *> the operator register (operator_check.cpy); the attempt is
      *> written to the security log whether granted or refused, and
      *> a refused operator releases nothing.
      *>
      *> Condition codes: 0 = released, 12 = parameters missing or
      *> no staged extract for the date, 20 = operator not
      *> registered, revoked or not authorised to release.
      *> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. ReleaseRun.
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT historyFile ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RH-KEY
            FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT operatorFile ASSIGN TO DYNAMIC WS-OPERATOR-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERATOR-FILE-STATUS.

        SELECT securityLogFile ASSIGN TO DYNAMIC WS-SECLOG-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SECLOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  stagedFile.
01  releasedFileRecord PIC X(80).

FD  historyFile.
COPY 'runhist_record.cpy'.

FD  operatorFile.
01  operatorFileRecord PIC X(132).

FD  securityLogFile.
01  securityLogFileRecord PIC X(200).

WORKING-STORAGE SECTION.
77  WS-STAGED-FILENAME              PIC X(100) VALUE SPACES.
77  WS-STAGED-FILE-STATUS           PIC XX VALUE SPACES.
77  WS-RELEASED-FILENAME            PIC X(100) VALUE SPACES.
77  WS-HISTORY-FILENAME             PIC X(100) VALUE SPACES.
77  WS-HIST-FILE-STATUS             PIC XX VALUE SPACES.

77  WS-PARM-LINE                    PIC X(132) VALUE SPACES.

77  WS-COPY-COUNT                   PIC 9(7) VALUE 0.

COPY 'runhist_working_storage.cpy'.
COPY 'operator_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
        PERFORM DETERMINE-RELEASE-PARMS
        PERFORM CHECK-RELEASE-AUTHORITY
        PERFORM COPY-STAGED-TO-LIVE
        PERFORM WRITE-RELEASE-RECORD

        END-IF
        MOVE FUNCTION NUMVAL(WS-DATE-PARM) TO WS-RELEASE-DATE

        MOVE SPACES TO WS-HISTORY-FILENAME
        ACCEPT WS-HISTORY-FILENAME
            FROM ENVIRONMENT "DL100_HISTORY_DATASET"
        IF WS-HISTORY-FILENAME = SPACES
            MOVE "runhist.dat" TO WS-HISTORY-FILENAME
        END-IF

        MOVE SPACES TO WS-STAGED-FILENAME
        STRING "interface_" WS-RELEASE-DATE-X "_STAGED.txt"
            DELIMITED BY SIZE INTO WS-STAGED-FILENAME
            DELIMITED BY SIZE INTO WS-RELEASED-FILENAME
        MOVE 0 TO WS-COPY-COUNT.

    CHECK-RELEASE-AUTHORITY.
        PERFORM LOAD-OPERATOR-REGISTER
        MOVE WS-OPERATOR-PARM TO WS-AUTH-OPERATOR
        MOVE "RELEASE" TO WS-AUTH-FUNCTION
        MOVE "RELEASERUN" TO WS-AUTH-PROGRAM
        MOVE SPACES TO WS-AUTH-DETAIL
        STRING "INTERFACE " WS-RELEASE-DATE-X
            DELIMITED BY SIZE INTO WS-AUTH-DETAIL
        PERFORM CHECK-OPERATOR-AUTHORITY
        IF NOT WS-AUTH-GRANTED
            MOVE WS-AUTH-REFUSED-CC TO RETURN-CODE
            STOP RUN
        END-IF.

      *> Everything on the command line past the date and operator
      *> tokens is the reason text, spaces and all.
    EXTRACT-RELEASE-TOKENS.

    WRITE-RELEASE-RECORD.
        ACCEPT WS-RELEASE-TIME FROM TIME
        PERFORM CLEAR-HISTORY-RECORD
        MOVE WS-RELEASE-DATE TO RH-RUN-DATE
        MOVE "ReleaseRun" TO RH-PROGRAM
        SET RH-RELEASE-EVENT TO TRUE
        MOVE WS-OPERATOR-PARM TO RH-REL-OPERATOR
        MOVE WS-TODAY TO RH-REL-ON-DATE
        MOVE WS-RELEASE-TIME(1:6) TO RH-REL-AT-TIME
        MOVE WS-REASON-PARM TO RH-REL-REASON
        PERFORM WRITE-HISTORY-RECORD.

    COPY 'runhist_write.cpy'.
    COPY 'operator_check.cpy'.
