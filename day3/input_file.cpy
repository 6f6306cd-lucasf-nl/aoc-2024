      *> ---------------------------------------------------------------
      *> INPUT_FILE.CPY (day3)
      *>
      *> FILE-CONTROL and FILE SECTION entries for the Day-3
      *> transaction-log programs, following the same dated-filename
      *> conventions as the day1 and day2 copybooks: the daily raw
      *> instruction-log extract, the checkpoint file used to restart
      *> after an abend, and the report, exception, audit, lock and
      *> history files the run writes alongside it. Day-3 datasets
      *> carry a day3_ prefix so all three feeds can run and reconcile
      *> in the one directory; the keyed run history (runhist.dat) is
      *> shared with the day1 and day2 programs so one archive covers
      *> the whole batch window.
      *>
      *> The log lines are long free text, not columns - the input
      *> record is sized well past the longest line the source system
      *> has ever sent, and INITIALIZE-LOG flags any line that fills
      *> it to the last byte as possibly truncated.
      *> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT inputFile ASSIGN TO DYNAMIC WS-INPUT-DATASET-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INPUT-FILE-STATUS.

        SELECT checkpointFile ASSIGN TO DYNAMIC WS-CHECKPOINT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CKPT-FILE-STATUS.

        SELECT reportFile ASSIGN TO DYNAMIC WS-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT exceptionFile ASSIGN TO DYNAMIC WS-EXCEPTION-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXC-FILE-STATUS.

        SELECT auditFile ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-FILE-STATUS.

        SELECT historyFile ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RH-KEY
            FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT lockFile ASSIGN TO DYNAMIC WS-LOCK-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCK-FILE-STATUS.

        SELECT lockAlertFile ASSIGN TO DYNAMIC WS-LOCK-ALERT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCK-ALERT-FILE-STATUS.

        SELECT calendarFile ASSIGN TO DYNAMIC WS-CALENDAR-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAL-FILE-STATUS.

        SELECT parmFile ASSIGN TO DYNAMIC WS-PARM-DATASET-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  inputFile.
01  inputFileRecord PIC X(4000).

FD  checkpointFile.
01  checkpointFileRecord PIC X(200).

FD  reportFile.
01  reportFileRecord PIC X(132).

FD  exceptionFile.
01  exceptionFileRecord PIC X(132).

FD  auditFile.
01  auditFileRecord PIC X(132).

FD  historyFile.
COPY 'runhist_record.cpy'.

FD  lockFile.
01  lockFileRecord PIC X(100).

FD  lockAlertFile.
01  lockAlertFileRecord PIC X(132).

FD  calendarFile.
01  calendarFileRecord PIC X(100).

FD  parmFile.
01  parmFileRecord PIC X(132).
