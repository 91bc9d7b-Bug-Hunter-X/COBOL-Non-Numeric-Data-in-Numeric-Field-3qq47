IDENTIFICATION DIVISION.
PROGRAM-ID. MSTCONV2.

*> One-off master-file conversion for account transfers and merges.
*> MASTREC.CPY grew the MST-PTD-TRANSFER-IN/OUT counters and the
*> account status (MST-ACCOUNT-STATUS, MST-MERGED-INTO-ID,
*> MST-CLOSED-DATE); a master or month-end snapshot written under the
*> 69-byte layout cannot be read through the new record, so this step
*> copies every record across into the current layout - transfer
*> counters zeroed (nothing has been transferred yet), every account
*> open - and renames the copy over the original, the same
*> copy-then-rename idiom as MSTCONV and AUDCONV.
*>
*> The live master and every MSTCLOSE snapshot (MSTRyyyymm.DAT) need
*> converting - MSTRCVR refuses a snapshot still in the old layout -
*> so the file name is asked for: blank means the live MASTER.DAT
*> (ORGANIZATION INDEXED, built in MASTER.CNV), anything else is a
*> snapshot (SEQUENTIAL, built in MSTCONV2.CNV). Run it once per
*> file, with nothing else touching the master.
*>
*> An already-converted master refuses cleanly when its record length
*> no longer matches the old layout. An already-converted snapshot
*> reads back at the wrong stride under the old one: its second
*> record starts inside the first one's transfer counters, so the
*> status byte lands in what should be the last amount - any record
*> whose amounts are not all digits abandons the conversion with the
*> original left untouched.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-OLD-FILE ASSIGN TO "MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OLD-ACCOUNT-ID
        FILE STATUS IS WS-OLD-FILE-STATUS.

    SELECT MASTER-NEW-FILE ASSIGN TO "MASTER.CNV"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MST-ACCOUNT-ID
        FILE STATUS IS WS-NEW-FILE-STATUS.

    *> Dynamic ASSIGN: the MSTRyyyymm.DAT snapshot named at the prompt.
    SELECT SNAPSHOT-OLD-FILE ASSIGN TO WS-SNAPSHOT-OLD-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-OLD-FILE-STATUS.

    SELECT SNAPSHOT-NEW-FILE ASSIGN TO "MSTCONV2.CNV"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-NEW-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MASTER-OLD-FILE.
01  WS-MASTER-OLD-RECORD.
    05  OLD-ACCOUNT-ID             PIC X(10).
    05  FILLER                     PIC X(59).

FD  MASTER-NEW-FILE.
COPY "MASTREC.CPY".

FD  SNAPSHOT-OLD-FILE.
01  WS-SNAPSHOT-OLD-RECORD         PIC X(69).

FD  SNAPSHOT-NEW-FILE.
01  WS-SNAPSHOT-NEW-RECORD         PIC X(110).

WORKING-STORAGE SECTION.
01  WS-EOF-SWITCH                  PIC X VALUE "N".
    88  WS-EOF                         VALUE "Y".
01  WS-OLD-FILE-STATUS               PIC XX VALUE "00".
01  WS-NEW-FILE-STATUS               PIC XX VALUE "00".

01  WS-FILE-NAME-INPUT               PIC X(21).
01  WS-CONVERTED-COUNT               PIC 9(9) VALUE 0.

*> Both inputs are moved here first, so the old fields are checked
*> and carried the same way whichever file is being converted.
01  WS-OLD-LAYOUT.
    05  WS-OLD-ACCOUNT-ID          PIC X(10).
    05  WS-OLD-FIELD-A-BALANCE     PIC X(11).
    05  WS-OLD-LAST-FIELD-A        PIC X(5).
    05  WS-OLD-LAST-POST-DATE      PIC X(8).
    05  WS-OLD-LAST-RUN-ID         PIC X(2).
    05  WS-OLD-PTD-POST-SUM        PIC X(11).
    05  WS-OLD-PTD-REFEED-SUM      PIC X(11).
    05  WS-OLD-PTD-REVERSAL-SUM    PIC X(11).

*> Set when the conversion loop ends on anything but a clean end of
*> file, or on a record that is not in the old layout - the
*> half-built copy must never be renamed over the original.
01  WS-CONVERT-FAILED-SWITCH         PIC X VALUE "N".
    88  WS-CONVERT-FAILED                VALUE "Y".

01  WS-MASTER-OLD-NAME               PIC X(21) VALUE "MASTER.DAT".
01  WS-MASTER-NEW-NAME               PIC X(21) VALUE "MASTER.CNV".
01  WS-SNAPSHOT-OLD-NAME             PIC X(21) VALUE SPACES.
01  WS-SNAPSHOT-NEW-NAME             PIC X(21) VALUE "MSTCONV2.CNV".
01  WS-RENAME-RC                     PIC S9(9) COMP-5 VALUE 0.

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-ACQUIRE-BATCH-WINDOW
    DISPLAY "MASTER FILE TO CONVERT (BLANK FOR MASTER.DAT): "
    ACCEPT WS-FILE-NAME-INPUT
    IF WS-FILE-NAME-INPUT = SPACES
    OR WS-FILE-NAME-INPUT = WS-MASTER-OLD-NAME THEN
        PERFORM 1000-CONVERT-MASTER
    ELSE
        MOVE WS-FILE-NAME-INPUT TO WS-SNAPSHOT-OLD-NAME
        PERFORM 2000-CONVERT-SNAPSHOT
    END-IF

    DISPLAY "MASTER RECORDS CONVERTED: " WS-CONVERTED-COUNT
    PERFORM 9900-RELEASE-BATCH-WINDOW
    STOP RUN.

0005-ACQUIRE-BATCH-WINDOW.
    *> Nothing is opened until the shared batch window is ours -
    *> see BATCHLCK.
    MOVE "MSTCONV2" TO LRQ-PROGRAM
    SET LRQ-ACQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF NOT LRQ-GRANTED THEN
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

1000-CONVERT-MASTER.
    OPEN INPUT MASTER-OLD-FILE
    IF WS-OLD-FILE-STATUS = "35" THEN
        DISPLAY "NOTHING TO CONVERT - MASTER.DAT NOT FOUND"
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    IF WS-OLD-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN MASTER.DAT UNDER THE OLD "
            "LAYOUT, FILE STATUS=" WS-OLD-FILE-STATUS
        DISPLAY "(AN ALREADY-CONVERTED MASTER REFUSES HERE - "
            "NOTHING WAS CHANGED)"
        MOVE 8 TO RETURN-CODE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

    OPEN OUTPUT MASTER-NEW-FILE
    IF WS-NEW-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN MASTER.CNV, FILE STATUS="
            WS-NEW-FILE-STATUS
        CLOSE MASTER-OLD-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

    PERFORM 1100-READ-OLD-MASTER
    PERFORM 1200-CONVERT-MASTER-RECORD UNTIL WS-EOF

    CLOSE MASTER-OLD-FILE
    CLOSE MASTER-NEW-FILE

    IF WS-CONVERT-FAILED THEN
        DISPLAY "CONVERSION ABANDONED - MASTER.DAT LEFT "
            "UNTOUCHED, MASTER.CNV IS INCOMPLETE"
        MOVE 8 TO RETURN-CODE
    ELSE
        CALL "CBL_RENAME_FILE" USING WS-MASTER-NEW-NAME
                                      WS-MASTER-OLD-NAME
            RETURNING WS-RENAME-RC
        IF WS-RENAME-RC NOT = 0 THEN
            DISPLAY "ERROR: COULD NOT REPLACE MASTER.DAT, RC="
                WS-RENAME-RC
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

1100-READ-OLD-MASTER.
    READ MASTER-OLD-FILE NEXT RECORD
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            MOVE WS-MASTER-OLD-RECORD TO WS-OLD-LAYOUT
    END-READ
    IF NOT WS-EOF AND WS-OLD-FILE-STATUS NOT = "00" THEN
        SET WS-CONVERT-FAILED TO TRUE
        DISPLAY "ERROR: READ FAILED AFTER RECORD " WS-CONVERTED-COUNT
            ", FILE STATUS=" WS-OLD-FILE-STATUS
        SET WS-EOF TO TRUE
    END-IF.

1200-CONVERT-MASTER-RECORD.
    PERFORM 3000-BUILD-NEW-RECORD
    IF NOT WS-CONVERT-FAILED THEN
        WRITE WS-MASTER-RECORD
        IF WS-NEW-FILE-STATUS NOT = "00" THEN
            SET WS-CONVERT-FAILED TO TRUE
            DISPLAY "ERROR: WRITE FAILED FOR ACCOUNT "
                WS-OLD-ACCOUNT-ID ", FILE STATUS=" WS-NEW-FILE-STATUS
            SET WS-EOF TO TRUE
        ELSE
            ADD 1 TO WS-CONVERTED-COUNT
            PERFORM 1100-READ-OLD-MASTER
        END-IF
    END-IF.

2000-CONVERT-SNAPSHOT.
    OPEN INPUT SNAPSHOT-OLD-FILE
    IF WS-OLD-FILE-STATUS = "35" THEN
        DISPLAY "NOTHING TO CONVERT - " WS-SNAPSHOT-OLD-NAME
            " NOT FOUND"
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    IF WS-OLD-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN " WS-SNAPSHOT-OLD-NAME
            ", FILE STATUS=" WS-OLD-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

    OPEN OUTPUT SNAPSHOT-NEW-FILE
    IF WS-NEW-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN MSTCONV2.CNV, FILE STATUS="
            WS-NEW-FILE-STATUS
        CLOSE SNAPSHOT-OLD-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

    PERFORM 2100-READ-OLD-SNAPSHOT
    PERFORM 2200-CONVERT-SNAPSHOT-RECORD UNTIL WS-EOF

    CLOSE SNAPSHOT-OLD-FILE
    CLOSE SNAPSHOT-NEW-FILE

    IF WS-CONVERT-FAILED THEN
        DISPLAY "CONVERSION ABANDONED - " WS-SNAPSHOT-OLD-NAME
            " LEFT UNTOUCHED, MSTCONV2.CNV IS INCOMPLETE"
        MOVE 8 TO RETURN-CODE
    ELSE
        CALL "CBL_RENAME_FILE" USING WS-SNAPSHOT-NEW-NAME
                                      WS-SNAPSHOT-OLD-NAME
            RETURNING WS-RENAME-RC
        IF WS-RENAME-RC NOT = 0 THEN
            DISPLAY "ERROR: COULD NOT REPLACE " WS-SNAPSHOT-OLD-NAME
                ", RC=" WS-RENAME-RC
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

2100-READ-OLD-SNAPSHOT.
    *> A snapshot already in the new layout does not divide into
    *> 69-byte records - a short last record comes back with a
    *> status other than "00" and stops the conversion here.
    READ SNAPSHOT-OLD-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            MOVE WS-SNAPSHOT-OLD-RECORD TO WS-OLD-LAYOUT
    END-READ
    IF NOT WS-EOF AND WS-OLD-FILE-STATUS NOT = "00" THEN
        SET WS-CONVERT-FAILED TO TRUE
        DISPLAY "ERROR: READ FAILED AFTER RECORD " WS-CONVERTED-COUNT
            ", FILE STATUS=" WS-OLD-FILE-STATUS
            " (ALREADY CONVERTED?)"
        SET WS-EOF TO TRUE
    END-IF.

2200-CONVERT-SNAPSHOT-RECORD.
    PERFORM 3000-BUILD-NEW-RECORD
    IF NOT WS-CONVERT-FAILED THEN
        WRITE WS-SNAPSHOT-NEW-RECORD FROM WS-MASTER-RECORD
        IF WS-NEW-FILE-STATUS NOT = "00" THEN
            SET WS-CONVERT-FAILED TO TRUE
            DISPLAY "ERROR: WRITE FAILED FOR ACCOUNT "
                WS-OLD-ACCOUNT-ID ", FILE STATUS=" WS-NEW-FILE-STATUS
            SET WS-EOF TO TRUE
        ELSE
            ADD 1 TO WS-CONVERTED-COUNT
            PERFORM 2100-READ-OLD-SNAPSHOT
        END-IF
    END-IF.

3000-BUILD-NEW-RECORD.
    *> Every old field is carried as it stands; a record whose amounts
    *> are not all digits is not in the old layout and is not guessed
    *> at.
    IF WS-OLD-FIELD-A-BALANCE IS NOT NUMERIC
    OR WS-OLD-LAST-FIELD-A IS NOT NUMERIC
    OR WS-OLD-LAST-POST-DATE IS NOT NUMERIC
    OR WS-OLD-PTD-POST-SUM IS NOT NUMERIC
    OR WS-OLD-PTD-REFEED-SUM IS NOT NUMERIC
    OR WS-OLD-PTD-REVERSAL-SUM IS NOT NUMERIC THEN
        SET WS-CONVERT-FAILED TO TRUE
        DISPLAY "ERROR: NOT IN THE OLD LAYOUT AFTER RECORD "
            WS-CONVERTED-COUNT " (ALREADY CONVERTED?)"
        SET WS-EOF TO TRUE
    ELSE
        MOVE WS-OLD-ACCOUNT-ID TO MST-ACCOUNT-ID
        MOVE WS-OLD-FIELD-A-BALANCE TO MST-FIELD-A-BALANCE
        MOVE WS-OLD-LAST-FIELD-A TO MST-LAST-FIELD-A
        MOVE WS-OLD-LAST-POST-DATE TO MST-LAST-POST-DATE
        MOVE WS-OLD-LAST-RUN-ID TO MST-LAST-RUN-ID
        MOVE WS-OLD-PTD-POST-SUM TO MST-PTD-POST-SUM
        MOVE WS-OLD-PTD-REFEED-SUM TO MST-PTD-REFEED-SUM
        MOVE WS-OLD-PTD-REVERSAL-SUM TO MST-PTD-REVERSAL-SUM
        MOVE 0 TO MST-PTD-TRANSFER-IN-SUM
        MOVE 0 TO MST-PTD-TRANSFER-OUT-SUM
        SET MST-ACCOUNT-OPEN TO TRUE
        MOVE SPACES TO MST-MERGED-INTO-ID
        MOVE 0 TO MST-CLOSED-DATE
    END-IF.

9900-RELEASE-BATCH-WINDOW.
    SET LRQ-RELEASE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST.
