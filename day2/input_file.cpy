      *> report programs, following the same dated-filename
      *> conventions as the day1 copybooks: the daily level-readings
      *> extract, the checkpoint file used to restart after an abend,
      *> the report, exception, audit, verdict, lock and history
      *> files the run writes alongside it, the safety-rule profile
      *> table, and the day's candidate-profile comparison file. Day-2 datasets carry a day2_ prefix
      *> so both feeds can run and reconcile in the one directory;
      *> the keyed run history (runhist.dat) is shared with the day1
      *> programs so one archive covers the whole batch window.
      *> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
            FILE STATUS IS WS-VERDICT-FILE-STATUS.

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
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-FILE-STATUS.

        SELECT operatorFile ASSIGN TO DYNAMIC WS-OPERATOR-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERATOR-FILE-STATUS.

        SELECT securityLogFile ASSIGN TO DYNAMIC WS-SECLOG-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SECLOG-FILE-STATUS.

        SELECT periodFile ASSIGN TO DYNAMIC WS-PERIOD-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERIOD-FILE-STATUS.

        SELECT profileFile ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROFILE-FILE-STATUS.

        SELECT compareFile ASSIGN TO DYNAMIC WS-COMPARE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COMPARE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  inputFile.
01  inputFileRecord PIC X(100).

FD  checkpointFile.
01  checkpointFileRecord PIC X(200).

FD  reportFile.
01  reportFileRecord PIC X(132).
01  verdictFileRecord PIC X(132).

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

FD  operatorFile.
01  operatorFileRecord PIC X(132).

FD  securityLogFile.
01  securityLogFileRecord PIC X(200).

FD  periodFile.
01  periodFileRecord PIC X(200).

FD  profileFile.
01  profileFileRecord PIC X(132).

FD  compareFile.
01  compareFileRecord PIC X(132).
