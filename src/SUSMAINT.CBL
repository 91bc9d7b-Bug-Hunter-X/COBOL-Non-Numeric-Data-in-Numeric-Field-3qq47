*> COR-FIELD-B can carry the same embedded low-values/control
*> characters WS-FIELD-B can, and LINE SEQUENTIAL cannot carry those
*> bytes without corrupting record framing.
*>
*> Items NUMVAL01 held for review (SUS-REASON-HELD) are not offered
*> here until an approver has declined them in SUSAPPR - until then
*> they are waiting on a decision about the amount, not on a
*> correction, and a prepared correction naming one is rejected.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  WS-SCAN-NEEDED-SWITCH            PIC X VALUE "N".
    88  WS-SCAN-NEEDED                   VALUE "Y".

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-ACQUIRE-BATCH-WINDOW
    *> Maker-checker: everything this session enters is stamped with
    *> this id, and SUSAPPR will not let the same id approve it.
    DISPLAY "ENTER OPERATOR ID (UP TO 8 CHARACTERS): "
    ACCEPT WS-OPERATOR-ID
    IF WS-OPERATOR-ID = SPACES THEN
        DISPLAY "ERROR: AN OPERATOR ID IS REQUIRED"
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    PERFORM 0020-VERIFY-OPERATOR
    IF NOT WS-OPR-VERIFIED THEN
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

    OPEN I-O SUSPENSE-FILE
    IF WS-SUS-FILE-STATUS = "35" THEN
        DISPLAY "NOTHING TO CORRECT - SUSPENSE.DAT NOT FOUND"
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    IF WS-SUS-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN SUSPENSE.DAT, FILE STATUS="
            WS-SUS-FILE-STATUS
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

        DISPLAY "CORRECTIONS REJECTED................: "
            WS-CORRECTIONS-REJECTED
    END-IF
    PERFORM 9900-RELEASE-BATCH-WINDOW
    STOP RUN.

0005-ACQUIRE-BATCH-WINDOW.
    *> Nothing is opened until the shared batch window is ours -
    *> see BATCHLCK.
    MOVE "SUSMAINT" TO LRQ-PROGRAM
    SET LRQ-ACQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF NOT LRQ-GRANTED THEN
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

0020-VERIFY-OPERATOR.
    *> The id going into SUS-ENTERED-BY and the audit trail must mean
    *> something: it has to be on the operator profile file, active,
    END-READ.

2000-PROCESS-SUSPENSE-RECORD.
    *> A held item nobody has declined yet is waiting on an approver,
    *> not on data control - SUSAPPR offers it, this program does not.
    MOVE "N" TO WS-RECORD-CHANGED-SWITCH
    IF SUS-STATUS-PENDING
    AND NOT (SUS-REASON-HELD AND SUS-APPROVED-BY = SPACES) THEN
        IF WS-IN-BATCH-MODE THEN
            PERFORM 2500-APPLY-BATCH-CORRECTION
        ELSE
                TO WS-REJECT-IMAGE-DISPLAY
            PERFORM 2750-WRITE-REJECT-LINE
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN NOT SUS-STATUS-PENDING
                    SET WS-COR-USED(WS-COR-IX) TO TRUE
                    MOVE "ITEM NOT PENDING..........: "
                        TO WS-REJECT-REASON
                    MOVE WS-CORRECTION-ENTRY(WS-COR-IX)(1:30)
                        TO WS-REJECT-IMAGE-DISPLAY
                    PERFORM 2750-WRITE-REJECT-LINE
                WHEN SUS-REASON-HELD AND SUS-APPROVED-BY = SPACES
                    SET WS-COR-USED(WS-COR-IX) TO TRUE
                    MOVE "HELD - AWAITING APPROVER..: "
                        TO WS-REJECT-REASON
                    MOVE WS-CORRECTION-ENTRY(WS-COR-IX)(1:30)
                        TO WS-REJECT-IMAGE-DISPLAY
                    PERFORM 2750-WRITE-REJECT-LINE
                WHEN OTHER
                    MOVE "N" TO WS-RECORD-CHANGED-SWITCH
                    PERFORM 2600-APPLY-ONE-CORRECTION
                    IF WS-RECORD-CHANGED THEN
                        REWRITE WS-SUSPENSE-RECORD
                        IF WS-SUS-FILE-STATUS NOT = "00" THEN
                            DISPLAY "ERROR: REWRITE FAILED FOR ITEM "
                                SUS-ITEM-KEY ", FILE STATUS="
                                WS-SUS-FILE-STATUS
                        END-IF
                    END-IF
            END-EVALUATE
    END-READ.

2400-KEY-ONE-CORRECTION.
    *> SUS-REASON-CODE says which field actually failed - only that
    *> one gets re-keyed; the other rides along as originally read. A
    *> ledger reject (both fields passed our own edits, theirs bounced
    *> the record) re-keys both, with their reason shown - as does a
    *> suspected duplicate, with the earlier record it matched shown
    *> (re-keyed unchanged when it turns out to be a genuine repeat),
    *> and a held item an approver declined, with their reason shown.
    *> A record for an account merged away re-keys only the account,
    *> with the surviving account it was merged into shown.
    EVALUATE TRUE
        WHEN SUS-REASON-BAD-FIELD-B
        WHEN SUS-REASON-UNKNOWN-ACCT
        WHEN SUS-REASON-ACCT-CLOSED
            IF SUS-REASON-ACCT-CLOSED THEN
                DISPLAY "REVIEW REASON: [" SUS-REVIEW-REASON "]"
            END-IF
            MOVE SUS-ORIGINAL-FIELD-A TO SUS-CORRECTED-FIELD-A
            DISPLAY "ENTER CORRECTED WS-FIELD-B (10 CHARACTERS): "
            ACCEPT WS-CORRECTED-FIELD-B-INPUT
            MOVE WS-CORRECTED-FIELD-B-INPUT TO SUS-CORRECTED-FIELD-B
        WHEN SUS-REASON-LEDGER-REJECT
        WHEN SUS-REASON-REVERSAL
        WHEN SUS-REASON-DUPLICATE
        WHEN SUS-REASON-HELD
            DISPLAY "REVIEW REASON: [" SUS-REVIEW-REASON "]"
            DISPLAY "ENTER CORRECTED WS-FIELD-A (5 DIGITS): "
            ACCEPT WS-CORRECTED-INPUT
    EVALUATE TRUE
        WHEN SUS-REASON-LEDGER-REJECT
        WHEN SUS-REASON-REVERSAL
        WHEN SUS-REASON-DUPLICATE
        WHEN SUS-REASON-HELD
            PERFORM 2650-APPLY-LEDGER-CORRECTION
        WHEN OTHER
            PERFORM 2610-APPLY-FIELD-CORRECTION
    END-EVALUATE.

2610-APPLY-FIELD-CORRECTION.
    IF SUS-REASON-BAD-FIELD-B OR SUS-REASON-UNKNOWN-ACCT
    OR SUS-REASON-ACCT-CLOSED THEN
        MOVE WS-COR-NEW-FIELD-B(WS-COR-MATCH-IX) TO WS-FIELD-B-WORK
        PERFORM 2700-VALIDATE-FIELD-B-WORK
        PERFORM 2710-CHECK-ACCOUNT-KNOWN
    END-IF.

2650-APPLY-LEDGER-CORRECTION.
    *> Ledger rejects, unpostable reversals, suspected duplicates and
    *> declined holds re-key both fields, so both replacements get the
    *> same validation NUMVAL01 will apply on re-feed.
    MOVE WS-COR-NEW-FIELD-B(WS-COR-MATCH-IX) TO WS-FIELD-B-WORK
    PERFORM 2700-VALIDATE-FIELD-B-WORK
    PERFORM 2710-CHECK-ACCOUNT-KNOWN
    MOVE SUS-CORRECTED-FIELD-B TO AUD-FIELD-B
    MOVE WS-OPERATOR-ID TO AUD-ENTERED-BY
    MOVE SPACES TO AUD-APPROVED-BY
    MOVE SUS-ITEM-KEY TO AUD-ITEM-KEY
    MOVE SUS-REASON-CODE TO AUD-REASON-CODE
    WRITE WS-AUDIT-RECORD.

9900-RELEASE-BATCH-WINDOW.
    SET LRQ-RELEASE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST.
