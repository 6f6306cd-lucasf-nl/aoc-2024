      *> ---------------------------------------------------------------
      *> RUNPARM_WORKING_STORAGE.CPY (day3)
      *>
      *> Fields used by the central run-parameter handling
      *> (runparm_load.cpy): the loaded parameter dataset table, the
      *> key/value scratch fields GET-EFFECTIVE-PARM works through,
      *> and the echo table WRITE-PARAMETER-ECHO dumps at the top of
      *> each report so last Tuesday's settings can be read off last
      *> Tuesday's report instead of reconstructed from whoever
      *> submitted it.
      *> ---------------------------------------------------------------
77  WS-PARM-DATASET-NAME            PIC X(100) VALUE SPACES.
77  WS-PARM-FILE-STATUS             PIC XX VALUE SPACES.

77  WS-RP-MAX-ENTRIES               PIC 9(3) VALUE 60.
77  WS-RP-ENTRY-COUNT               PIC 9(3) VALUE 0.
77  WS-RP-IX                        PIC 9(3) VALUE 0.

01  RUN-PARM-TABLE.
    05 RUN-PARM-ENTRY OCCURS 60 TIMES.
        10 RUN-PARM-KEY             PIC X(30).
        10 RUN-PARM-VALUE           PIC X(100).

77  WS-RP-KEY                       PIC X(30) VALUE SPACES.
77  WS-RP-VALUE                     PIC X(100) VALUE SPACES.
77  WS-RP-ENV-VALUE                 PIC X(100) VALUE SPACES.
      *> '-' = built-in default, 'D' = parameter dataset,
      *> 'E' = environment variable override.
77  WS-RP-SOURCE                    PIC X VALUE '-'.

77  WS-RP-FOUND-SW                  PIC X VALUE 'N'.
    88 WS-RP-FOUND                  VALUE 'Y'.
    88 WS-RP-NOT-FOUND              VALUE 'N'.

77  WS-ECHO-MAX-ENTRIES             PIC 9(3) VALUE 60.
77  WS-ECHO-COUNT                   PIC 9(3) VALUE 0.
77  WS-ECHO-IX                      PIC 9(3) VALUE 0.

01  PARM-ECHO-TABLE.
    05 PARM-ECHO-ENTRY OCCURS 60 TIMES.
        10 PARM-ECHO-KEY            PIC X(30).
        10 PARM-ECHO-VALUE          PIC X(60).
        10 PARM-ECHO-SOURCE         PIC X.

77  WS-ECHO-SOURCE-TEXT             PIC X(11) VALUE SPACES.
