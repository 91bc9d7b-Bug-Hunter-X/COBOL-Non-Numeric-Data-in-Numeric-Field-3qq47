*> still ties. A back-out that cannot be applied (account missing, or
*> balance short of the amount) is reported loudly and left to the
*> data-control team - the proof will show the break, which is the
*> truth of the book at that point. Each back-out that does apply is
*> also written to the posting journal (POSTJRNL.DAT, JRNLREC.CPY)
*> under the same "LR" id, so the account's line-item statement shows
*> the movement alongside the original posting it undoes. And each
*> is appended to the day's posting generation (POSTyyyymmdd.DAT,
*> PGENREC.CPY) as an "LR" segment, so a master rebuilt by MSTRCVR
*> from its period snapshot backs out the same postings again.
*>
*> After the acknowledgment file is consumed (truncated, the same way
*> SUSMAINT consumes CORRECTS.DAT, so tomorrow does not re-apply it),
        RECORD KEY IS MST-ACCOUNT-ID
        FILE STATUS IS WS-MST-FILE-STATUS.

    *> Posting journal - one entry per back-out applied to the master.
    SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTJRNL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS JRN-KEY
        FILE STATUS IS WS-JRN-FILE-STATUS.

    *> The day's posting generation - one "LR" segment per run, one
    *> record per back-out applied. Dynamic ASSIGN: POSTyyyymmdd.DAT.
    SELECT POSTING-GENERATION-FILE ASSIGN TO WS-GENERATION-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PGN-FILE-STATUS.

    *> One "LR" totals record appended per run that backed anything
    *> out, so MSTPROOF's history side moves with the master.
    SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
FD  MASTER-FILE.
COPY "MASTREC.CPY".

FD  POSTING-JOURNAL-FILE.
COPY "JRNLREC.CPY".

FD  POSTING-GENERATION-FILE.
COPY "PGENREC.CPY".

FD  RUN-HISTORY-FILE.
COPY "RUNHREC.CPY".

01  WS-READDED-SUM                   PIC 9(11) VALUE 0.
01  WS-BACKOUT-FAILED-COUNT          PIC 9(5) VALUE 0.

*> Posting-journal state - the same key-counter discipline as
*> NUMVAL01's 3460-WRITE-POSTING-JOURNAL (see JRNLREC.CPY).
01  WS-JRN-FILE-STATUS               PIC XX VALUE "00".
01  WS-JRN-SEQUENCE                  PIC 9(9) VALUE 0.
01  WS-JRN-CLOCK.
    05  WS-JRN-CLOCK-DATE            PIC 9(8).
    05  WS-JRN-CLOCK-TIME            PIC 9(8).
01  WS-JRN-DIRECTION                 PIC X(1) VALUE SPACE.
01  WS-JRN-FAILED-COUNT              PIC 9(5) VALUE 0.

*> Posting-generation segment controls (see PGENREC.CPY).
01  WS-PGN-FILE-STATUS               PIC XX VALUE "00".
01  WS-GENERATION-NAME               PIC X(21) VALUE SPACES.
01  WS-PGN-RECORD-COUNT              PIC 9(6) VALUE 0.
01  WS-PGN-FIELD-A-TOTAL             PIC 9(9) VALUE 0.
01  WS-PGN-FAILED-COUNT              PIC 9(5) VALUE 0.

01  WS-ACKS-MATCHED                  PIC 9(5) VALUE 0.
01  WS-ACKS-UNMATCHED                PIC 9(5) VALUE 0.
01  WS-REJECTS-SUSPENDED             PIC 9(5) VALUE 0.
01  WS-REGISTER-NEW-NAME             PIC X(21) VALUE "EXTREG.NEW".
01  WS-RENAME-RC                     PIC S9(9) COMP-5 VALUE 0.

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-ACQUIRE-BATCH-WINDOW
    PERFORM 0100-READ-PARAMETERS
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) TO WS-TODAY-INT
    PERFORM 0200-LOAD-REGISTER
    IF WS-REGISTER-COUNT = 0 THEN
        DISPLAY "NOTHING TO MATCH - EXTREG.DAT EMPTY OR NOT FOUND"
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

    IF WS-RPT-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN EXTACKRP.TXT, FILE STATUS="
            WS-RPT-FILE-STATUS
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    MOVE WS-TODAY-DATE TO WS-RPT-HDR-DATE
    MOVE "BACK-OUTS FAILED..........: " TO WS-RPT-COUNT-LABEL
    MOVE WS-BACKOUT-FAILED-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE "JOURNAL WRITES FAILED.....: " TO WS-RPT-COUNT-LABEL
    MOVE WS-JRN-FAILED-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE "PENDING PAST AGE LIMIT....: " TO WS-RPT-COUNT-LABEL
    MOVE WS-OVERDUE-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    DISPLAY "POSTINGS BACKED OUT.....: " WS-BACKED-OUT-COUNT
    DISPLAY "BACK-OUTS FAILED........: " WS-BACKOUT-FAILED-COUNT
    DISPLAY "EXTRACTS STILL PENDING..: " WS-OVERDUE-COUNT
    PERFORM 9900-RELEASE-BATCH-WINDOW
    STOP RUN.

0005-ACQUIRE-BATCH-WINDOW.
    *> Nothing is opened until the shared batch window is ours -
    *> see BATCHLCK.
    MOVE "EXTACK" TO LRQ-PROGRAM
    SET LRQ-ACQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF NOT LRQ-GRANTED THEN
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

0100-READ-PARAMETERS.
    *> Absent or unreadable parameter file just means the shipped
    *> default applies, the same as SUSAGE.PRM.
        DISPLAY "ERROR: EXTREG.DAT EXCEEDS " WS-REGISTER-LIMIT
            " ENTRIES - ARCHIVE IT BEFORE RERUNNING"
        CLOSE EXTRACT-REGISTER-FILE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    ADD 1 TO WS-REGISTER-COUNT
            DISPLAY "ERROR: CANNOT OPEN LEDGACK.DAT, FILE STATUS="
                WS-ACK-FILE-STATUS
            CLOSE ACK-REPORT
            PERFORM 9900-RELEASE-BATCH-WINDOW
            STOP RUN
        END-IF
        PERFORM 0300-OPEN-SUSPENSE-FILE
        PERFORM 0350-OPEN-MASTER-FILE
        PERFORM 0360-OPEN-POSTING-JOURNAL
        PERFORM 0370-OPEN-POSTING-GENERATION
        PERFORM 0050-OPEN-AUDIT-LOG
        PERFORM 1100-READ-ACK-RECORD
        PERFORM 2000-PROCESS-ACK-RECORD UNTIL WS-EOF
        CLOSE ACKNOWLEDGMENT-FILE
        CLOSE SUSPENSE-FILE
        CLOSE MASTER-FILE
        CLOSE POSTING-JOURNAL-FILE
        PERFORM 2595-CLOSE-POSTING-GENERATION
        CLOSE AUDIT-LOG-FILE
        PERFORM 1200-CONSUME-ACK-FILE
        IF WS-BACKED-OUT-COUNT > 0 OR WS-READDED-COUNT > 0 THEN
        CLOSE ACKNOWLEDGMENT-FILE
        CLOSE SUSPENSE-FILE
        CLOSE ACK-REPORT
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF.

0360-OPEN-POSTING-JOURNAL.
    *> Created empty the first time (the same bootstrap as NUMVAL01's
    *> 3450-OPEN-POSTING-JOURNAL); a journal that exists but will not
    *> open is refused like the master, before anything is applied.
    OPEN I-O POSTING-JOURNAL-FILE
    IF WS-JRN-FILE-STATUS = "35" THEN
        OPEN OUTPUT POSTING-JOURNAL-FILE
        CLOSE POSTING-JOURNAL-FILE
        OPEN I-O POSTING-JOURNAL-FILE
    END-IF
    IF WS-JRN-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN POSTJRNL.DAT, FILE STATUS="
            WS-JRN-FILE-STATUS " - ACKNOWLEDGMENT NOT APPLIED"
        CLOSE ACKNOWLEDGMENT-FILE
        CLOSE SUSPENSE-FILE
        CLOSE MASTER-FILE
        CLOSE ACK-REPORT
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF.

0370-OPEN-POSTING-GENERATION.
    *> Appended to today's file behind whatever NUMVAL01 posted
    *> tonight, so the rebuild replays the back-outs in the order they
    *> really happened. Refused like the journal, before anything is
    *> applied: a back-out missing from the generations would come
    *> back as a posting the day the master is rebuilt.
    MOVE SPACES TO WS-GENERATION-NAME
    STRING "POST" WS-TODAY-DATE ".DAT"
        DELIMITED BY SIZE INTO WS-GENERATION-NAME
    OPEN INPUT POSTING-GENERATION-FILE
    IF WS-PGN-FILE-STATUS = "35" THEN
        OPEN OUTPUT POSTING-GENERATION-FILE
    END-IF
    CLOSE POSTING-GENERATION-FILE
    OPEN EXTEND POSTING-GENERATION-FILE
    IF WS-PGN-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN " WS-GENERATION-NAME
            ", FILE STATUS=" WS-PGN-FILE-STATUS
            " - ACKNOWLEDGMENT NOT APPLIED"
        CLOSE ACKNOWLEDGMENT-FILE
        CLOSE SUSPENSE-FILE
        CLOSE MASTER-FILE
        CLOSE POSTING-JOURNAL-FILE
        CLOSE ACK-REPORT
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    MOVE 0 TO WS-PGN-RECORD-COUNT
    MOVE 0 TO WS-PGN-FIELD-A-TOTAL
    MOVE SPACES TO WS-GENERATION-RECORD
    MOVE WS-TODAY-DATE TO PGN-HDR-DATE
    SET PGN-SEGMENT-BACKOUT TO TRUE
    MOVE 1 TO PGN-HDR-RECORD-TYPE
    WRITE WS-GENERATION-RECORD
    ADD 1 TO WS-PGN-RECORD-COUNT.

0050-OPEN-AUDIT-LOG.
    *> SEQUENTIAL cannot EXTEND a file that does not exist yet - create
    *> it (empty) on the very first run, otherwise leave prior runs'
        DISPLAY "ERROR: CANNOT OPEN SUSPENSE.DAT, FILE STATUS="
            WS-SUS-FILE-STATUS
        CLOSE ACK-REPORT
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    MOVE "N" TO WS-SUS-EOF-SWITCH
        DELIMITED BY SIZE INTO AUD-FIELD-B
    MOVE SPACES TO AUD-ENTERED-BY
    MOVE SPACES TO AUD-APPROVED-BY
    MOVE 0 TO AUD-ITEM-KEY
    MOVE SPACES TO AUD-REASON-CODE
    WRITE WS-AUDIT-RECORD.

2500-SUSPEND-ONE-REJECT.
        IF WS-MST-FILE-STATUS = "00" THEN
            ADD 1 TO WS-READDED-COUNT
            ADD WS-REJ-AMOUNT TO WS-READDED-SUM
            MOVE "+" TO WS-JRN-DIRECTION
            PERFORM 2580-WRITE-POSTING-JOURNAL
            PERFORM 2590-WRITE-GENERATION-RECORD
        ELSE
            PERFORM 2570-REPORT-BACKOUT-FAILURE
        END-IF
            IF WS-MST-FILE-STATUS = "00" THEN
                ADD 1 TO WS-BACKED-OUT-COUNT
                ADD WS-REJ-AMOUNT TO WS-BACKED-OUT-SUM
                MOVE "-" TO WS-JRN-DIRECTION
                PERFORM 2580-WRITE-POSTING-JOURNAL
                PERFORM 2590-WRITE-GENERATION-RECORD
            ELSE
                PERFORM 2570-REPORT-BACKOUT-FAILURE
            END-IF
    DISPLAY "WARNING: BACK-OUT FAILED FOR ACCOUNT ["
        ACK-REJ-FIELD-B "] - SEE EXTACKRP.TXT".

2580-WRITE-POSTING-JOURNAL.
    *> The master record just rewritten supplies the account, the
    *> date stamped on it and the balance left behind; the caller sets
    *> the direction. The entry is keyed by the time it was written,
    *> held to the stamped date's last moment should the clock have
    *> passed midnight since (see JRNLREC.CPY); a key already on file
    *> moves the sequence on. A write that fails outright is reported
    *> but the back-out stands - the master has already moved, and the
    *> statement will show the missing entry as a continuity break.
    MOVE "22" TO WS-JRN-FILE-STATUS
    PERFORM UNTIL WS-JRN-FILE-STATUS NOT = "22"
        ADD 1 TO WS-JRN-SEQUENCE
        MOVE MST-ACCOUNT-ID TO JRN-ACCOUNT-ID
        MOVE MST-LAST-POST-DATE TO JRN-POST-DATE
        MOVE "LR" TO JRN-RUN-ID
        MOVE WS-JRN-SEQUENCE TO JRN-SEQUENCE
        SET JRN-TYPE-LEDGER-BACKOUT TO TRUE
        MOVE WS-JRN-DIRECTION TO JRN-DIRECTION
        MOVE WS-REJ-AMOUNT TO JRN-AMOUNT
        MOVE MST-FIELD-A-BALANCE TO JRN-RESULT-BALANCE
        MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JRN-CLOCK
        IF WS-JRN-CLOCK-DATE = JRN-POST-DATE THEN
            MOVE WS-JRN-CLOCK-TIME TO JRN-POST-TIME
        ELSE
            MOVE 23595999 TO JRN-POST-TIME
        END-IF
        WRITE WS-JOURNAL-RECORD
    END-PERFORM
    IF WS-JRN-FILE-STATUS NOT = "00" THEN
        ADD 1 TO WS-JRN-FAILED-COUNT
        MOVE SPACES TO WS-RPT-ACK-LINE
        STRING "JOURNAL WRITE FAILED FOR ACCOUNT [" MST-ACCOUNT-ID
            "], FILE STATUS=" WS-JRN-FILE-STATUS
            DELIMITED BY SIZE INTO WS-RPT-ACK-LINE
        WRITE WS-REPORT-LINE FROM WS-RPT-ACK-LINE
        DISPLAY "WARNING: POSTING JOURNAL WRITE FAILED FOR ACCOUNT ["
            MST-ACCOUNT-ID "] - SEE EXTACKRP.TXT"
    END-IF.

2590-WRITE-GENERATION-RECORD.
    *> The rejected record as it went out - amount, account, and its
    *> record type, which is what tells the rebuild which way the
    *> back-out moved the balance. A failed write is reported and
    *> still counted into the trailer, so the segment will not balance
    *> and the rebuild refuses it rather than replay part of it.
    MOVE WS-REJ-AMOUNT TO PGN-FIELD-A
    MOVE MST-ACCOUNT-ID TO PGN-FIELD-B
    MOVE SUS-RECORD-TYPE TO PGN-FIELD-C
    WRITE WS-GENERATION-RECORD
    IF WS-PGN-FILE-STATUS = "00" THEN
        ADD 1 TO WS-PGN-RECORD-COUNT
        ADD WS-REJ-AMOUNT TO WS-PGN-FIELD-A-TOTAL
    ELSE
        ADD 1 TO WS-PGN-FAILED-COUNT
        MOVE SPACES TO WS-RPT-ACK-LINE
        STRING "POSTING GENERATION WRITE FAILED FOR ACCOUNT ["
            MST-ACCOUNT-ID "], FILE STATUS=" WS-PGN-FILE-STATUS
            DELIMITED BY SIZE INTO WS-RPT-ACK-LINE
        WRITE WS-REPORT-LINE FROM WS-RPT-ACK-LINE
        DISPLAY "WARNING: POSTING GENERATION WRITE FAILED FOR "
            "ACCOUNT [" MST-ACCOUNT-ID "] - SEE EXTACKRP.TXT"
    END-IF.

2595-CLOSE-POSTING-GENERATION.
    MOVE SPACES TO WS-GENERATION-RECORD
    COMPUTE PGN-TRL-RECORD-COUNT = WS-PGN-RECORD-COUNT + 1
        + WS-PGN-FAILED-COUNT
    MOVE WS-PGN-FIELD-A-TOTAL TO PGN-TRL-FIELD-A-TOTAL
    MOVE 9 TO PGN-TRL-RECORD-TYPE
    WRITE WS-GENERATION-RECORD
    CLOSE POSTING-GENERATION-FILE.

3500-APPEND-BACKOUT-HISTORY.
    *> The history side must move exactly as the master just did, or
    *> MSTPROOF goes out of balance over a legitimate back-out:
    MOVE ACK-REJ-FIELD-B TO AUD-FIELD-B
    MOVE SPACES TO AUD-ENTERED-BY
    MOVE SPACES TO AUD-APPROVED-BY
    MOVE SUS-ITEM-KEY TO AUD-ITEM-KEY
    MOVE SUS-REASON-CODE TO AUD-REASON-CODE
    WRITE WS-AUDIT-RECORD.

4000-REWRITE-REGISTER.
        DISPLAY "ERROR: CANNOT OPEN EXTREG.NEW, FILE STATUS="
            WS-XRG-NEW-FILE-STATUS
        CLOSE ACK-REPORT
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    PERFORM VARYING WS-REG-IX FROM 1 BY 1
        MOVE WS-REG-SENT-DATE(WS-REG-IX) TO WS-RPT-OVD-SENT
        WRITE WS-REPORT-LINE FROM WS-RPT-OVERDUE-LINE
    END-IF.

9900-RELEASE-BATCH-WINDOW.
    SET LRQ-RELEASE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST.
