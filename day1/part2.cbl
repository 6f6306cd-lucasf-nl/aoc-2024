COPY 'similarity_working_storage.cpy'.
COPY 'calendar_working_storage.cpy'.
COPY 'runparm_working_storage.cpy'.
COPY 'runhist_working_storage.cpy'.
COPY 'operator_working_storage.cpy'.
COPY 'period_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
    COPY 'runparm_load.cpy'.
    COPY 'similarity_calculate.cpy'.
    COPY 'control_totals.cpy'.
    COPY 'runhist_write.cpy'.

    ARCHIVE-RUN.
        PERFORM CLEAR-HISTORY-RECORD
        MOVE WS-RUN-DATE TO RH-RUN-DATE
        MOVE "Day1Part2" TO RH-PROGRAM
        MOVE WS-RUN-SEQ TO RH-RERUN-SEQ
        SET RH-RUN-EVENT TO TRUE
        MOVE WS-INPUT-DATASET-NAME TO RH-INPUT-DATASET
        IF WS-RUN-SEQ > 0
            MOVE 'Y' TO RH-RESTATEMENT-SW
        END-IF
        MOVE SIMSCORE TO WS-SIMSCORE-DISPLAY
        MOVE WS-SIMSCORE-DISPLAY TO RH-SIMSCORE
        MOVE 'Y' TO RH-HAS-SIM-SW
        PERFORM WRITE-HISTORY-RECORD.
