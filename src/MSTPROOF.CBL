        "PROOF VERDICT: ".
    05  WS-RPT-VERDICT             PIC X(14).

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-CHECK-BATCH-WINDOW
    OPEN OUTPUT PROOF-REPORT
    IF WS-RPT-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN MSTPRFRP.TXT, FILE STATUS="
    END-IF
    STOP RUN.

0005-CHECK-BATCH-WINDOW.
    *> A proof run over a half-finished update proves nothing -
    *> refuse while anything holds the batch window (BATCHLCK).
    MOVE "MSTPROOF" TO LRQ-PROGRAM
    SET LRQ-CHECK TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF NOT LRQ-GRANTED THEN
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

1000-TOTAL-MASTER-BALANCES.
    *> No master yet is a legitimate zero side (first night, nothing
    *> posted) - the history side decides whether zero was expected.
