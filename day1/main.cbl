COPY 'distance_working_storage.cpy'.
COPY 'calendar_working_storage.cpy'.
COPY 'runparm_working_storage.cpy'.
COPY 'runhist_working_storage.cpy'.
COPY 'operator_working_storage.cpy'.
COPY 'period_working_storage.cpy'.

PROCEDURE DIVISION.
    MAIN-PROGRAM.
    COPY 'runparm_load.cpy'.
    COPY 'distance_calculate.cpy'.
    COPY 'control_totals.cpy'.
    COPY 'runhist_write.cpy'.

    ARCHIVE-RUN.
        PERFORM CLEAR-HISTORY-RECORD
        MOVE WS-RUN-DATE TO RH-RUN-DATE
        MOVE "Day1" TO RH-PROGRAM
        MOVE WS-RUN-SEQ TO RH-RERUN-SEQ
        SET RH-RUN-EVENT TO TRUE
        MOVE WS-INPUT-DATASET-NAME TO RH-INPUT-DATASET
        IF WS-RUN-SEQ > 0
            MOVE 'Y' TO RH-RESTATEMENT-SW
        END-IF
        MOVE TOTAL TO WS-TOTAL-DISPLAY
        MOVE WS-TOTAL-DISPLAY TO RH-TOTAL
        MOVE 'Y' TO RH-HAS-TOTAL-SW
        PERFORM WRITE-HISTORY-RECORD.
