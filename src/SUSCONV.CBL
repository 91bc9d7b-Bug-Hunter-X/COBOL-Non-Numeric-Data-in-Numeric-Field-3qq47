01  WS-SUSPENSE-NEW-NAME             PIC X(21) VALUE "SUSPENSE.CNV".
01  WS-RENAME-RC                     PIC S9(9) COMP-5 VALUE 0.

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-ACQUIRE-BATCH-WINDOW
    OPEN INPUT SUSPENSE-OLD-FILE
    IF WS-OLD-FILE-STATUS = "35" THEN
        DISPLAY "NOTHING TO CONVERT - SUSPENSE.DAT NOT FOUND"
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    IF WS-OLD-FILE-STATUS NOT = "00" THEN
            "LAYOUT, FILE STATUS=" WS-OLD-FILE-STATUS
        DISPLAY "(AN ALREADY-CONVERTED FILE REFUSES HERE - "
            "NOTHING WAS CHANGED)"
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

        DISPLAY "ERROR: CANNOT OPEN SUSPENSE.CNV, FILE STATUS="
            WS-NEW-FILE-STATUS
        CLOSE SUSPENSE-OLD-FILE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

    END-IF

    DISPLAY "SUSPENSE ITEMS CONVERTED: " WS-CONVERTED-COUNT
    PERFORM 9900-RELEASE-BATCH-WINDOW
    STOP RUN.

0005-ACQUIRE-BATCH-WINDOW.
    *> Nothing is opened until the shared batch window is ours -
    *> see BATCHLCK.
    MOVE "SUSCONV" TO LRQ-PROGRAM
    SET LRQ-ACQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF NOT LRQ-GRANTED THEN
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

1000-READ-OLD-RECORD.
    READ SUSPENSE-OLD-FILE
        AT END
        DISPLAY "ERROR: COULD NOT REPLACE SUSPENSE.DAT, RC="
            WS-RENAME-RC
    END-IF.

9900-RELEASE-BATCH-WINDOW.
    SET LRQ-RELEASE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST.
