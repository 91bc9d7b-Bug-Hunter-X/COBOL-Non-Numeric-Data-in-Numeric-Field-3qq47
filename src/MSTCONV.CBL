*> nothing else touching the master; a master already converted
*> refuses cleanly when its record length no longer matches the old
*> layout.
*>
*> The columns added since (the transfer counters and the account
*> status - see MSTCONV2) are written empty here too: a converted
*> account starts open, with nothing transferred.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  WS-MASTER-NEW-NAME               PIC X(21) VALUE "MASTER.CNV".
01  WS-RENAME-RC                     PIC S9(9) COMP-5 VALUE 0.

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-ACQUIRE-BATCH-WINDOW
    OPEN INPUT MASTER-OLD-FILE
    IF WS-OLD-FILE-STATUS = "35" THEN
        DISPLAY "NOTHING TO CONVERT - MASTER.DAT NOT FOUND"
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    IF WS-OLD-FILE-STATUS NOT = "00" THEN
            "LAYOUT, FILE STATUS=" WS-OLD-FILE-STATUS
        DISPLAY "(AN ALREADY-CONVERTED MASTER REFUSES HERE - "
            "NOTHING WAS CHANGED)"
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

        DISPLAY "ERROR: CANNOT OPEN MASTER.CNV, FILE STATUS="
            WS-NEW-FILE-STATUS
        CLOSE MASTER-OLD-FILE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

    END-IF

    DISPLAY "MASTER RECORDS CONVERTED: " WS-CONVERTED-COUNT
    PERFORM 9900-RELEASE-BATCH-WINDOW
    STOP RUN.

0005-ACQUIRE-BATCH-WINDOW.
    *> Nothing is opened until the shared batch window is ours -
    *> see BATCHLCK.
    MOVE "MSTCONV" TO LRQ-PROGRAM
    SET LRQ-ACQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF NOT LRQ-GRANTED THEN
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

1000-READ-OLD-RECORD.
    READ MASTER-OLD-FILE NEXT RECORD
        AT END
    MOVE 0 TO MST-PTD-POST-SUM
    MOVE 0 TO MST-PTD-REFEED-SUM
    MOVE 0 TO MST-PTD-REVERSAL-SUM
    MOVE 0 TO MST-PTD-TRANSFER-IN-SUM
    MOVE 0 TO MST-PTD-TRANSFER-OUT-SUM
    SET MST-ACCOUNT-OPEN TO TRUE
    MOVE SPACES TO MST-MERGED-INTO-ID
    MOVE 0 TO MST-CLOSED-DATE
    WRITE WS-MASTER-RECORD
    IF WS-NEW-FILE-STATUS NOT = "00" THEN
        SET WS-CONVERT-FAILED TO TRUE
        DISPLAY "ERROR: COULD NOT REPLACE MASTER.DAT, RC="
            WS-RENAME-RC
    END-IF.

9900-RELEASE-BATCH-WINDOW.
    SET LRQ-RELEASE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST.
