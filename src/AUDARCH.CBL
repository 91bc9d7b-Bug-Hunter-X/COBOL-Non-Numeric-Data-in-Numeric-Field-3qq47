*>
*> The live log is rebuilt in AUDITLOG.NEW and renamed over
*> AUDITLOG.TXT via CBL_RENAME_FILE - the same copy-then-rename idiom
*> NUMVAL01 uses on its restart truncations. It must not run while
*> NUMVAL01 has an outstanding checkpoint: the restart truncation
*> counts positions in the live log, and archiving underneath it would
*> shift them. BATCHLCK enforces that: while CHECKPT.DAT is live it
*> grants the batch window to NUMVAL01 alone, whether or not a lock is
*> on file, and LOCKCLR re-keeps the window for the restart rather
*> than freeing it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-NEW-FILE-STATUS.

    *> A dynamic ASSIGN: the generation name is built at run time
    *> from the closed period (SUSROLL reads the generations back by
    *> the same name).
    SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ARC-FILE-STATUS.
COPY "AUDITREC.CPY".

FD  AUDIT-LOG-NEW-FILE.
01  WS-AUDIT-NEW-LINE              PIC X(64).

FD  ARCHIVE-FILE.
01  WS-ARCHIVE-LINE                PIC X(64).

WORKING-STORAGE SECTION.
01  WS-EOF-SWITCH                  PIC X VALUE "N".
01  WS-AUDIT-NEW-NAME                PIC X(21) VALUE "AUDITLOG.NEW".
01  WS-RENAME-RC                     PIC S9(9) COMP-5 VALUE 0.

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-ACQUIRE-BATCH-WINDOW
    PERFORM 0100-SET-CUTOFF

    OPEN INPUT AUDIT-LOG-FILE
    IF WS-AUD-FILE-STATUS = "35" THEN
        DISPLAY "NOTHING TO ARCHIVE - AUDITLOG.TXT NOT FOUND"
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    IF WS-AUD-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN AUDITLOG.TXT, FILE STATUS="
            WS-AUD-FILE-STATUS
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

        DISPLAY "ERROR: CANNOT OPEN AUDITLOG.NEW, FILE STATUS="
            WS-NEW-FILE-STATUS
        CLOSE AUDIT-LOG-FILE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

    DISPLAY "ENTRIES ARCHIVED TO " WS-ARCHIVE-NAME ": "
        WS-ARCHIVED-COUNT
    DISPLAY "ENTRIES RETAINED ON LIVE LOG: " WS-RETAINED-COUNT
    PERFORM 9900-RELEASE-BATCH-WINDOW
    STOP RUN.

0005-ACQUIRE-BATCH-WINDOW.
    *> Nothing is opened until the shared batch window is ours -
    *> see BATCHLCK.
    MOVE "AUDARCH" TO LRQ-PROGRAM
    SET LRQ-ACQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF NOT LRQ-GRANTED THEN
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

0100-SET-CUTOFF.
    *> Everything before the first of the current month belongs to a
    *> closed period; the generation file is named for the month that
            ", FILE STATUS=" WS-ARC-FILE-STATUS
        CLOSE AUDIT-LOG-FILE
        CLOSE AUDIT-LOG-NEW-FILE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF.

        DISPLAY "ERROR: COULD NOT REPLACE AUDITLOG.TXT, RC="
            WS-RENAME-RC
    END-IF.

9900-RELEASE-BATCH-WINDOW.
    SET LRQ-RELEASE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST.
