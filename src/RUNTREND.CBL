    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPT-RF-SUM-EDIT         PIC Z(13)9.

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-CHECK-BATCH-WINDOW
    *> Keyed input arrives left-justified space-padded, so a plain
    *> NUMERIC test would refuse "5" - NUMVAL reads it the way the
    *> operator meant it.
    DISPLAY "RUNS REPORTED..: " WS-PRINTED-COUNT
    STOP RUN.

0005-CHECK-BATCH-WINDOW.
    *> An inquiry never blocks anybody, but says so when an update
    *> holds the batch window (BATCHLCK) - what it shows may be
    *> half-way through changing.
    MOVE "RUNTREND" TO LRQ-PROGRAM
    SET LRQ-INQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF LRQ-WINDOW-BUSY THEN
        DISPLAY "WARNING: BATCH WINDOW HELD BY " LRQ-HOLDER-PROGRAM
            " SINCE " LRQ-HOLDER-DATE " " LRQ-HOLDER-TIME
            " - FIGURES MAY BE MID-UPDATE"
    END-IF.

1000-COUNT-HISTORY-RECORDS.
    PERFORM UNTIL WS-EOF
        READ RUN-HISTORY-FILE
