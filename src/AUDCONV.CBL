IDENTIFICATION DIVISION.
PROGRAM-ID. AUDCONV.

*> One-off audit-trail conversion: from the original 53-byte
*> WS-AUDIT-RECORD (before AUD-ITEM-KEY and AUD-REASON-CODE existed)
*> to the layout in AUDITREC.CPY. Every entry is carried across
*> byte-for-byte into its old fields, with a zero item key and a
*> blank reason code - an entry written before the key was carried
*> cannot be tied to an item after the fact, and is not guessed at.
*>
*> The live log and every AUDARCH generation (AUDLOGyyyymm.DAT) need
*> converting, so the file name is asked for - blank means the live
*> AUDITLOG.TXT. The converted copy is built in AUDCONV.CNV and
*> renamed over the original - the same copy-then-rename idiom as
*> SUSCONV. Run it once per file, with nothing else touching the
*> audit trail and no NUMVAL01 checkpoint outstanding.
*>
*> A file already in the new layout reads back at the wrong stride
*> under the old one, so its action bytes stop being action letters;
*> the first entry whose AUD-ACTION is not S/E/C/R/W/L abandons the
*> conversion with the original left untouched.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-OLD-FILE ASSIGN TO WS-AUDIT-OLD-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-OLD-FILE-STATUS.

    SELECT AUDIT-NEW-FILE ASSIGN TO "AUDCONV.CNV"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-NEW-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-OLD-FILE.
01  WS-AUDIT-OLD-RECORD.
    05  OLD-DATE                   PIC X(8).
    05  OLD-TIME                   PIC X(8).
    05  OLD-ACTION                 PIC X(1).
        88  OLD-ACTION-VALID           VALUE "S" "E" "C" "R" "W" "L".
    05  OLD-ORIGINAL-VALUE         PIC X(5).
    05  OLD-CORRECTED-VALUE        PIC X(5).
    05  OLD-FIELD-B                PIC X(10).
    05  OLD-ENTERED-BY             PIC X(8).
    05  OLD-APPROVED-BY            PIC X(8).

FD  AUDIT-NEW-FILE.
COPY "AUDITREC.CPY".

WORKING-STORAGE SECTION.
01  WS-EOF-SWITCH                  PIC X VALUE "N".
    88  WS-EOF                         VALUE "Y".
01  WS-OLD-FILE-STATUS               PIC XX VALUE "00".
01  WS-NEW-FILE-STATUS               PIC XX VALUE "00".

01  WS-FILE-NAME-INPUT               PIC X(21).
01  WS-CONVERTED-COUNT               PIC 9(9) VALUE 0.

*> Set when the conversion loop ends on anything but a clean end of
*> file, or on an entry that is not in the old layout - the
*> half-built copy must never be renamed over the original.
01  WS-CONVERT-FAILED-SWITCH         PIC X VALUE "N".
    88  WS-CONVERT-FAILED                VALUE "Y".

01  WS-AUDIT-OLD-NAME                PIC X(21) VALUE "AUDITLOG.TXT".
01  WS-AUDIT-NEW-NAME                PIC X(21) VALUE "AUDCONV.CNV".
01  WS-RENAME-RC                     PIC S9(9) COMP-5 VALUE 0.

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-ACQUIRE-BATCH-WINDOW
    DISPLAY "AUDIT FILE TO CONVERT (BLANK FOR AUDITLOG.TXT): "
    ACCEPT WS-FILE-NAME-INPUT
    IF WS-FILE-NAME-INPUT NOT = SPACES THEN
        MOVE WS-FILE-NAME-INPUT TO WS-AUDIT-OLD-NAME
    END-IF

    OPEN INPUT AUDIT-OLD-FILE
    IF WS-OLD-FILE-STATUS = "35" THEN
        DISPLAY "NOTHING TO CONVERT - " WS-AUDIT-OLD-NAME
            " NOT FOUND"
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    IF WS-OLD-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN " WS-AUDIT-OLD-NAME
            ", FILE STATUS=" WS-OLD-FILE-STATUS
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

    OPEN OUTPUT AUDIT-NEW-FILE
    IF WS-NEW-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN AUDCONV.CNV, FILE STATUS="
            WS-NEW-FILE-STATUS
        CLOSE AUDIT-OLD-FILE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

    PERFORM 1000-READ-OLD-RECORD
    PERFORM 2000-CONVERT-ONE-RECORD UNTIL WS-EOF

    CLOSE AUDIT-OLD-FILE
    CLOSE AUDIT-NEW-FILE

    IF WS-CONVERT-FAILED THEN
        DISPLAY "CONVERSION ABANDONED - " WS-AUDIT-OLD-NAME
            " LEFT UNTOUCHED, AUDCONV.CNV IS INCOMPLETE"
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM 3000-REPLACE-AUDIT-FILE
    END-IF

    DISPLAY "AUDIT ENTRIES CONVERTED: " WS-CONVERTED-COUNT
    PERFORM 9900-RELEASE-BATCH-WINDOW
    STOP RUN.

0005-ACQUIRE-BATCH-WINDOW.
    *> Nothing is opened until the shared batch window is ours -
    *> see BATCHLCK.
    MOVE "AUDCONV" TO LRQ-PROGRAM
    SET LRQ-ACQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF NOT LRQ-GRANTED THEN
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

1000-READ-OLD-RECORD.
    READ AUDIT-OLD-FILE
        AT END
            SET WS-EOF TO TRUE
    END-READ
    IF NOT WS-EOF AND WS-OLD-FILE-STATUS NOT = "00" THEN
        SET WS-CONVERT-FAILED TO TRUE
        DISPLAY "ERROR: READ FAILED AFTER ENTRY " WS-CONVERTED-COUNT
            ", FILE STATUS=" WS-OLD-FILE-STATUS
        SET WS-EOF TO TRUE
    END-IF.

2000-CONVERT-ONE-RECORD.
    IF NOT OLD-ACTION-VALID THEN
        SET WS-CONVERT-FAILED TO TRUE
        DISPLAY "ERROR: NOT IN THE OLD LAYOUT AFTER ENTRY "
            WS-CONVERTED-COUNT " (ALREADY CONVERTED?)"
        SET WS-EOF TO TRUE
    ELSE
        MOVE WS-AUDIT-OLD-RECORD TO WS-AUDIT-RECORD
        MOVE 0 TO AUD-ITEM-KEY
        MOVE SPACES TO AUD-REASON-CODE
        WRITE WS-AUDIT-RECORD
        IF WS-NEW-FILE-STATUS NOT = "00" THEN
            SET WS-CONVERT-FAILED TO TRUE
            DISPLAY "ERROR: WRITE FAILED AFTER ENTRY "
                WS-CONVERTED-COUNT ", FILE STATUS="
                WS-NEW-FILE-STATUS
            SET WS-EOF TO TRUE
        ELSE
            ADD 1 TO WS-CONVERTED-COUNT
            PERFORM 1000-READ-OLD-RECORD
        END-IF
    END-IF.

3000-REPLACE-AUDIT-FILE.
    *> AUDCONV.CNV (new layout) takes the original's name.
    CALL "CBL_RENAME_FILE" USING WS-AUDIT-NEW-NAME
                                  WS-AUDIT-OLD-NAME
        RETURNING WS-RENAME-RC
    IF WS-RENAME-RC NOT = 0 THEN
        DISPLAY "ERROR: COULD NOT REPLACE " WS-AUDIT-OLD-NAME
            ", RC=" WS-RENAME-RC
        MOVE 8 TO RETURN-CODE
    END-IF.

9900-RELEASE-BATCH-WINDOW.
    SET LRQ-RELEASE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST.
