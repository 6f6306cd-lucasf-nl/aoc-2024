      *> Shared FILE-CONTROL and FILE SECTION entries for the Day-N grid
      *> programs: the daily input extract, the checkpoint file used to
      *> restart INITIALIZE-GRID after an abend, and the report,
      *> exception and audit files every Day-N program writes
      *> alongside it, and the keyed run-history dataset each run is
      *> posted to.
      *>
      *> Every dataset name below is resolved at runtime by
      *> DETERMINE-INPUT-DATASET (input_initialize.cpy) into the
            FILE STATUS IS WS-AUDIT-FILE-STATUS.

        SELECT historyFile ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RH-KEY
            FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT summaryFile ASSIGN TO DYNAMIC WS-SUMMARY-FILENAME
        SELECT alertFile ASSIGN TO DYNAMIC WS-ALERT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT spikeFile ASSIGN TO DYNAMIC WS-SPIKE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

        SELECT lockFile ASSIGN TO DYNAMIC WS-LOCK-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCK-FILE-STATUS.

        SELECT lockAlertFile ASSIGN TO DYNAMIC WS-LOCK-ALERT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCK-ALERT-FILE-STATUS.

        SELECT probeFile ASSIGN TO DYNAMIC WS-PROBE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROBE-FILE-STATUS.
            RECORD KEY IS MASTER-ID
            FILE STATUS IS WS-MASTER-FILE-STATUS.

        SELECT operatorFile ASSIGN TO DYNAMIC WS-OPERATOR-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERATOR-FILE-STATUS.

        SELECT securityLogFile ASSIGN TO DYNAMIC WS-SECLOG-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SECLOG-FILE-STATUS.

        SELECT periodFile ASSIGN TO DYNAMIC WS-PERIOD-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERIOD-FILE-STATUS.

        SELECT ledgerFile ASSIGN TO DYNAMIC WS-LEDGER-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LD-KEY
            FILE STATUS IS WS-LEDGER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  inputFile.
01  auditFileRecord PIC X(132).

FD  historyFile.
COPY 'runhist_record.cpy'.

FD  summaryFile.
01  summaryFileRecord PIC X(132).
FD  alertFile.
01  alertFileRecord PIC X(132).

FD  spikeFile.
01  spikeFileRecord PIC X(132).

FD  lockFile.
01  lockFileRecord PIC X(100).

FD  lockAlertFile.
01  lockAlertFileRecord PIC X(132).

FD  probeFile.
01  probeFileRecord PIC X(220).

    05 MASTER-LAST-SEEN             PIC 9(8).
    05 MASTER-LEFT-COUNT            PIC 9(9).
    05 MASTER-RIGHT-COUNT           PIC 9(9).

FD  operatorFile.
01  operatorFileRecord PIC X(132).

FD  securityLogFile.
01  securityLogFileRecord PIC X(200).

FD  periodFile.
01  periodFileRecord PIC X(200).

FD  ledgerFile.
COPY 'ledger_record.cpy'.
