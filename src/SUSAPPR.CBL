*> AUD-ACTION-REJECTED on bounce), so the trail finally says who made
*> a correction and who let it through - not just that one happened.
*>
*> Records NUMVAL01 held for review (SUS-REASON-HELD - a good record
*> over its account's or the global hold threshold) have no maker and
*> need no correction, only a decision, so they are offered straight
*> from SUS-STATUS-PENDING under the same approval-limit tiers: a
*> release re-feeds the record exactly as received (audited as a C
*> with no entering id), an amount over this approver's limit stays
*> held for a senior one, and a decline leaves the item pending with
*> the approver's id and reason on it (audited as an R), which hands
*> it to the data-control team in SUSMAINT and stops it being offered
*> here again.
*>
*> REFEED-FILE is opened create-empty-then-extend (see
*> 0060-OPEN-REFEED-FILE): an earlier session's releases may still be
*> sitting in REFEED.DAT, unconsumed, if NUMVAL01 has not run since -
01  WS-RECORDS-BOUNCED              PIC 9(5) VALUE 0.
01  WS-RECORDS-SKIPPED              PIC 9(5) VALUE 0.
01  WS-RECORDS-OVER-LIMIT           PIC 9(5) VALUE 0.
01  WS-HOLDS-RELEASED               PIC 9(5) VALUE 0.
01  WS-HOLDS-DECLINED               PIC 9(5) VALUE 0.
01  WS-HOLDS-OVER-LIMIT             PIC 9(5) VALUE 0.
01  WS-HELD-AMOUNT                  PIC 9(5) VALUE 0.
01  WS-OPR-FILE-STATUS               PIC XX VALUE "00".
01  WS-OPR-EOF-SWITCH                PIC X VALUE "N".
    88  WS-OPR-EOF                       VALUE "Y".
01  WS-RECORD-CHANGED-SWITCH         PIC X VALUE "N".
    88  WS-RECORD-CHANGED                VALUE "Y".

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-ACQUIRE-BATCH-WINDOW
    DISPLAY "ENTER APPROVER ID (UP TO 8 CHARACTERS): "
    ACCEPT WS-APPROVER-ID
    IF WS-APPROVER-ID = SPACES THEN
        DISPLAY "ERROR: AN APPROVER ID IS REQUIRED"
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    PERFORM 0020-VERIFY-APPROVER
    IF NOT WS-OPR-VERIFIED THEN
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

    OPEN I-O SUSPENSE-FILE
    IF WS-SUS-FILE-STATUS = "35" THEN
        DISPLAY "NOTHING TO APPROVE - SUSPENSE.DAT NOT FOUND"
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    IF WS-SUS-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN SUSPENSE.DAT, FILE STATUS="
            WS-SUS-FILE-STATUS
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

    DISPLAY "CORRECTIONS BOUNCED TO PENDING.: " WS-RECORDS-BOUNCED
    DISPLAY "SKIPPED (SAME ID ENTERED THEM).: " WS-RECORDS-SKIPPED
    DISPLAY "SKIPPED (OVER APPROVAL LIMIT)..: " WS-RECORDS-OVER-LIMIT
    DISPLAY "HELD ITEMS RELEASED AND RE-FED.: " WS-HOLDS-RELEASED
    DISPLAY "HELD ITEMS DECLINED............: " WS-HOLDS-DECLINED
    DISPLAY "HELD ITEMS OVER APPROVAL LIMIT.: " WS-HOLDS-OVER-LIMIT
    PERFORM 9900-RELEASE-BATCH-WINDOW
    STOP RUN.

0005-ACQUIRE-BATCH-WINDOW.
    *> Nothing is opened until the shared batch window is ours -
    *> see BATCHLCK.
    MOVE "SUSAPPR" TO LRQ-PROGRAM
    SET LRQ-ACQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF NOT LRQ-GRANTED THEN
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

0020-VERIFY-APPROVER.
    *> The checker half of maker-checker only counts if the approver
    *> id means something: it has to be on the operator profile file,
    IF SUS-STATUS-ENTERED THEN
        PERFORM 2400-REVIEW-ONE-CORRECTION
    END-IF
    IF SUS-STATUS-PENDING AND SUS-REASON-HELD
    AND SUS-APPROVED-BY = SPACES THEN
        PERFORM 2700-REVIEW-ONE-HELD-ITEM
    END-IF

    *> In-place update: only a record this session reviewed is
    *> touched on disk.
    SET AUD-ACTION-REJECTED TO TRUE
    PERFORM 2150-WRITE-AUDIT-RECORD.

2700-REVIEW-ONE-HELD-ITEM.
    *> The held amount is the original WS-FIELD-A - it passed the
    *> numeric edit before it was held - and it is what the approver's
    *> limit is measured against, exactly as a corrected amount is.
    MOVE SUS-ORIGINAL-FIELD-A TO WS-HELD-AMOUNT
    IF WS-HELD-AMOUNT > WS-APPROVAL-LIMIT THEN
        DISPLAY "HELD (OVER YOUR APPROVAL LIMIT "
            WS-APPROVAL-LIMIT "): ITEM " SUS-ITEM-KEY
            " AMOUNT " WS-HELD-AMOUNT
        ADD 1 TO WS-HOLDS-OVER-LIMIT
    ELSE
        DISPLAY "HELD FOR REVIEW, ITEM " SUS-ITEM-KEY " ("
            SUS-REVIEW-REASON "):"
        DISPLAY "  RECEIVED : [" SUS-ORIGINAL-FIELD-A "] / ["
            SUS-FIELD-B "] RUN " SUS-SUSPENSE-RUN-ID " ON "
            SUS-SUSPENSE-DATE
        IF SUS-TYPE-REVERSAL THEN
            DISPLAY "  TYPE     : REVERSAL (AMOUNT WILL BE BACKED OUT)"
        END-IF
        DISPLAY "RELEASE (A) / DECLINE (R) / SKIP (ANYTHING ELSE): "
        ACCEPT WS-REVIEW-REPLY
        EVALUATE WS-REVIEW-REPLY
            WHEN "A"
            WHEN "a"
                MOVE WS-HELD-AMOUNT TO SUS-CORRECTED-FIELD-A
                MOVE SUS-FIELD-B TO SUS-CORRECTED-FIELD-B
                SET WS-RECORD-CHANGED TO TRUE
                SET SUS-STATUS-CORRECTED TO TRUE
                MOVE WS-APPROVER-ID TO SUS-APPROVED-BY
                MOVE SPACES TO SUS-REVIEW-REASON
                PERFORM 2100-WRITE-REFEED-RECORD
                ADD 1 TO WS-HOLDS-RELEASED
            WHEN "R"
            WHEN "r"
                DISPLAY "ENTER DECLINE REASON (UP TO 20 CHARACTERS): "
                ACCEPT WS-REASON-INPUT
                SET WS-RECORD-CHANGED TO TRUE
                *> Nothing is corrected yet; the account rides as
                *> received so the audit entry says whose item it was.
                MOVE SUS-FIELD-B TO SUS-CORRECTED-FIELD-B
                MOVE WS-REASON-INPUT TO SUS-REVIEW-REASON
                MOVE WS-APPROVER-ID TO SUS-APPROVED-BY
                ADD 1 TO WS-HOLDS-DECLINED
                SET AUD-ACTION-REJECTED TO TRUE
                PERFORM 2150-WRITE-AUDIT-RECORD
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

2100-WRITE-REFEED-RECORD.
    *> The record-type code rides from the suspense record, so a
    *> corrected reversal re-feeds as a reversal and backs out of the
    MOVE SUS-CORRECTED-FIELD-B TO AUD-FIELD-B
    MOVE SUS-ENTERED-BY TO AUD-ENTERED-BY
    MOVE WS-APPROVER-ID TO AUD-APPROVED-BY
    MOVE SUS-ITEM-KEY TO AUD-ITEM-KEY
    MOVE SUS-REASON-CODE TO AUD-REASON-CODE
    WRITE WS-AUDIT-RECORD.

9900-RELEASE-BATCH-WINDOW.
    SET LRQ-RELEASE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST.
