IDENTIFICATION DIVISION.
PROGRAM-ID. ACCTXFER.

*> Account-to-account balance transfer and account merge. Moving
*> money between two master accounts used to mean a made-up feed
*> record on each side - a posting into one, a reversal out of the
*> other - which the duplicate window, the hold limits and the
*> suspense reports all treated as real business. This program moves
*> a full or partial balance from one MASTER.DAT account to another,
*> both of which must be on the account reference (ACCTREF.DAT),
*> under the same maker-checker control as suspense corrections:
*>
*>     E  (enter)   - an operator with an enterer role (OPERREC.CPY,
*>                    E or B) keys the request: from account, to
*>                    account, transfer or merge, and the amount
*>                    (blank or ALL for the whole balance; a merge is
*>                    always the whole balance). It is checked as far
*>                    as it can be now and queued on XFERPEND.DAT
*>                    (XFERREC.CPY) as pending. Nothing moves.
*>     A  (approve) - a different operator with an approver role
*>                    reviews each pending request, re-checked against
*>                    the master as it stands now, and applies (A) or
*>                    declines (D) it. The maker cannot approve their
*>                    own request, and an amount over the approver's
*>                    OPR-APPROVAL-LIMIT stays pending for a senior
*>                    one - only an unlimited (99999) approver can
*>                    apply a transfer over 99999.
*>
*> An applied transfer takes the amount off the source balance and
*> puts it on the target (creating the target's master record if the
*> account has never posted), counting it in MST-PTD-TRANSFER-OUT-SUM
*> and MST-PTD-TRANSFER-IN-SUM so MSTCLOSE's derived opening balance
*> still stands. A merge also closes the source account
*> (MST-ACCOUNT-CLOSED, with the surviving account in
*> MST-MERGED-INTO-ID): NUMVAL01 suspends later feed records for it
*> (reason AC) instead of quietly re-opening it with a fresh posting.
*>
*> Every applied transfer is written everywhere a master movement is:
*> a posting-journal entry on each account (JRNLREC.CPY, type T, run
*> id "TR"), the day's posting generation (one "TR" segment per
*> approval session - see PGENREC.CPY - so MSTRCVR can replay it),
*> and a matched pair of audit entries (action T, reasons XO/XI, or
*> MO/MI for a merge) carrying the transfer number in AUD-ITEM-KEY and
*> both operator ids. An approval session that applied anything
*> appends one "TR" run-history record, the amount moved in both
*> RNH-FIELD-A-SUM and RNH-REVERSAL-POSTED-SUM, so MSTPROOF's history
*> side moves exactly as the master did - by nothing, in total.
*>
*> The two master updates are made before any of the records that
*> describe them are written; a target update that fails puts the
*> source record back as it was, and the request stays pending.
*> One request moves at most WS-TRANSFER-CAP; anything bigger is
*> split into several requests.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-REF-FILE ASSIGN TO "ACCTREF.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ARF-ACCOUNT-ID
        FILE STATUS IS WS-ARF-FILE-STATUS.

    SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MST-ACCOUNT-ID
        FILE STATUS IS WS-MST-FILE-STATUS.

    *> The maker-checker queue (XFERREC.CPY).
    SELECT TRANSFER-FILE ASSIGN TO "XFERPEND.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XFR-TRANSFER-NO
        FILE STATUS IS WS-XFR-FILE-STATUS.

    SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.TXT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUD-FILE-STATUS.

    *> Posting journal - one entry on each account per transfer.
    SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTJRNL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS JRN-KEY
        FILE STATUS IS WS-JRN-FILE-STATUS.

    *> The day's posting generation - one "TR" segment per approval
    *> session. Dynamic ASSIGN: POSTyyyymmdd.DAT.
    SELECT POSTING-GENERATION-FILE ASSIGN TO WS-GENERATION-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PGN-FILE-STATUS.

    *> One "TR" totals record appended per session that applied
    *> anything, so MSTPROOF's history side moves with the master.
    SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RNH-FILE-STATUS.

    SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACCOUNT-REF-FILE.
COPY "ACCTREF.CPY".

FD  MASTER-FILE.
COPY "MASTREC.CPY".

FD  TRANSFER-FILE.
COPY "XFERREC.CPY".

FD  AUDIT-LOG-FILE.
COPY "AUDITREC.CPY".

FD  POSTING-JOURNAL-FILE.
COPY "JRNLREC.CPY".

FD  POSTING-GENERATION-FILE.
COPY "PGENREC.CPY".

FD  RUN-HISTORY-FILE.
COPY "RUNHREC.CPY".

FD  OPERATOR-PROFILE-FILE.
COPY "OPERREC.CPY".

WORKING-STORAGE SECTION.
01  WS-EOF-SWITCH                  PIC X VALUE "N".
    88  WS-EOF                         VALUE "Y".
01  WS-ARF-FILE-STATUS               PIC XX VALUE "00".
01  WS-MST-FILE-STATUS               PIC XX VALUE "00".
01  WS-XFR-FILE-STATUS               PIC XX VALUE "00".
01  WS-AUD-FILE-STATUS               PIC XX VALUE "00".
01  WS-JRN-FILE-STATUS               PIC XX VALUE "00".
01  WS-PGN-FILE-STATUS               PIC XX VALUE "00".
01  WS-RNH-FILE-STATUS               PIC XX VALUE "00".
01  WS-OPR-FILE-STATUS               PIC XX VALUE "00".

01  WS-TODAY-DATE                    PIC 9(8) VALUE 0.
01  WS-OPERATOR-ID                   PIC X(8).
01  WS-FUNCTION-REPLY                PIC X(1).
01  WS-REVIEW-REPLY                  PIC X(1).
01  WS-REASON-INPUT                  PIC X(20).

*> Sign-on: the id must be on OPERPROF.DAT and active; its role
*> decides which function it may run, its limit what it may apply.
01  WS-OPR-EOF-SWITCH                PIC X VALUE "N".
    88  WS-OPR-EOF                       VALUE "Y".
01  WS-OPR-VERIFIED-SWITCH           PIC X VALUE "N".
    88  WS-OPR-VERIFIED                  VALUE "Y".
01  WS-OPERATOR-ROLE                 PIC X(1) VALUE SPACE.
    88  WS-OPERATOR-MAY-ENTER            VALUE "E" "B".
    88  WS-OPERATOR-MAY-APPROVE          VALUE "A" "B".
01  WS-APPROVAL-LIMIT                PIC 9(5) VALUE 0.
01  WS-UNLIMITED-APPROVAL            PIC 9(5) VALUE 99999.

*> The most one request may move. XFERREC/AUDITREC could carry more,
*> but a transfer is split into five-digit generation pieces, and a
*> balance this size moving in one keystroke wants splitting anyway.
01  WS-TRANSFER-CAP                  PIC 9(11) VALUE 99999999.

*> Entry prompts.
01  WS-ENTRY-DONE-SWITCH             PIC X VALUE "N".
    88  WS-ENTRY-DONE                    VALUE "Y".
01  WS-FROM-INPUT                    PIC X(10).
01  WS-TO-INPUT                      PIC X(10).
01  WS-KIND-INPUT                    PIC X(1).
01  WS-AMOUNT-INPUT                  PIC X(12).
01  WS-AMOUNT-CHECK                  PIC S9(13)V99 VALUE 0.
01  WS-REQUESTED-AMOUNT              PIC 9(11) VALUE 0.
01  WS-NEXT-TRANSFER-NO              PIC 9(9) VALUE 0.

*> Set by 3000-VALIDATE-TRANSFER for the request in
*> WS-TRANSFER-RECORD; on a valid request the source account's master
*> record is left in WS-MASTER-RECORD and WS-MOVE-AMOUNT is what
*> would move now.
01  WS-TRANSFER-VALID-SWITCH         PIC X VALUE "N".
    88  WS-TRANSFER-VALID                VALUE "Y".
    88  WS-TRANSFER-REFUSED              VALUE "N".
01  WS-REFUSAL-REASON                PIC X(30) VALUE SPACES.
01  WS-MOVE-AMOUNT                   PIC 9(11) VALUE 0.
01  WS-TARGET-BALANCE                PIC 9(11) VALUE 0.
01  WS-TARGET-CHECK                  PIC 9(12) VALUE 0.
01  WS-BALANCE-LIMIT                 PIC 9(12) VALUE 99999999999.

*> Apply: the source as it was before the transfer touched it, so a
*> failed target update can put it back.
01  WS-SOURCE-SAVE-RECORD            PIC X(110).
01  WS-SOURCE-RESULT-BALANCE         PIC 9(11) VALUE 0.
01  WS-TARGET-RESULT-BALANCE         PIC 9(11) VALUE 0.
01  WS-APPLY-FAILED-SWITCH           PIC X VALUE "N".
    88  WS-APPLY-FAILED                  VALUE "Y".
01  WS-RECORD-CHANGED-SWITCH         PIC X VALUE "N".
    88  WS-RECORD-CHANGED                VALUE "Y".

*> Journal entry being written - set by the caller.
01  WS-JRN-ACCOUNT                   PIC X(10) VALUE SPACES.
01  WS-JRN-DIRECTION                 PIC X(1) VALUE SPACE.
01  WS-JRN-RESULT                    PIC 9(11) VALUE 0.
01  WS-JRN-SEQUENCE                  PIC 9(9) VALUE 0.
01  WS-JRN-CLOCK.
    05  WS-JRN-CLOCK-DATE            PIC 9(8).
    05  WS-JRN-CLOCK-TIME            PIC 9(8).
01  WS-JRN-FAILED-COUNT              PIC 9(5) VALUE 0.

*> Generation segment for this session, and the piece being written.
01  WS-GENERATION-NAME               PIC X(21) VALUE SPACES.
01  WS-PGN-RECORD-COUNT              PIC 9(6) VALUE 0.
01  WS-PGN-FIELD-A-TOTAL             PIC 9(9) VALUE 0.
01  WS-PGN-FAILED-COUNT              PIC 9(5) VALUE 0.
01  WS-PIECE-ACCOUNT                 PIC X(10) VALUE SPACES.
01  WS-PIECE-TYPE                    PIC 9(5) VALUE 0.
01  WS-PIECE-REMAINING               PIC 9(11) VALUE 0.
01  WS-PIECE-AMOUNT                  PIC 9(5) VALUE 0.
01  WS-PIECE-MAXIMUM                 PIC 9(5) VALUE 99999.

*> Audit entry being written - set by the caller.
01  WS-AUDIT-ACCOUNT                 PIC X(10) VALUE SPACES.
01  WS-AUDIT-AMOUNT                  PIC 9(10) VALUE 0.
01  WS-AUDIT-REASON                  PIC X(2) VALUE SPACES.

01  WS-REQUESTS-ENTERED              PIC 9(5) VALUE 0.
01  WS-REQUESTS-REFUSED              PIC 9(5) VALUE 0.
01  WS-TRANSFERS-APPLIED             PIC 9(5) VALUE 0.
01  WS-MERGES-APPLIED                PIC 9(5) VALUE 0.
01  WS-REQUESTS-DECLINED             PIC 9(5) VALUE 0.
01  WS-REQUESTS-SKIPPED              PIC 9(5) VALUE 0.
01  WS-REQUESTS-OVER-LIMIT           PIC 9(5) VALUE 0.
01  WS-APPLY-FAILED-COUNT            PIC 9(5) VALUE 0.
01  WS-AMOUNT-MOVED                  PIC 9(11) VALUE 0.

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-ACQUIRE-BATCH-WINDOW
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
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

    DISPLAY "ENTER TRANSFERS (E) OR APPROVE TRANSFERS (A): "
    ACCEPT WS-FUNCTION-REPLY
    EVALUATE WS-FUNCTION-REPLY
        WHEN "E"
        WHEN "e"
            IF WS-OPERATOR-MAY-ENTER THEN
                PERFORM 1000-ENTRY-SESSION
            ELSE
                DISPLAY "ERROR: OPERATOR [" WS-OPERATOR-ID
                    "] MAY NOT ENTER TRANSFERS - SESSION REFUSED"
            END-IF
        WHEN "A"
        WHEN "a"
            IF WS-OPERATOR-MAY-APPROVE THEN
                PERFORM 2000-APPROVAL-SESSION
            ELSE
                DISPLAY "ERROR: OPERATOR [" WS-OPERATOR-ID
                    "] MAY NOT APPROVE TRANSFERS - SESSION REFUSED"
            END-IF
        WHEN OTHER
            DISPLAY "ERROR: FUNCTION MUST BE E OR A - NOTHING DONE"
    END-EVALUATE

    PERFORM 9900-RELEASE-BATCH-WINDOW
    STOP RUN.

0005-ACQUIRE-BATCH-WINDOW.
    *> Nothing is opened until the shared batch window is ours -
    *> see BATCHLCK.
    MOVE "ACCTXFER" TO LRQ-PROGRAM
    SET LRQ-ACQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF NOT LRQ-GRANTED THEN
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

0020-VERIFY-OPERATOR.
    *> The same sign-on as SUSMAINT and SUSAPPR: on file and active,
    *> or no session. The role is checked once the function is known.
    *> An absent or unreadable profile file refuses the session
    *> outright (fails closed).
    MOVE "N" TO WS-OPR-EOF-SWITCH
    MOVE "N" TO WS-OPR-VERIFIED-SWITCH
    OPEN INPUT OPERATOR-PROFILE-FILE
    IF WS-OPR-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: OPERPROF.DAT NOT AVAILABLE (FILE STATUS="
            WS-OPR-FILE-STATUS ") - SESSION REFUSED"
    ELSE
        PERFORM UNTIL WS-OPR-EOF OR WS-OPR-VERIFIED
            READ OPERATOR-PROFILE-FILE
                AT END
                    SET WS-OPR-EOF TO TRUE
                NOT AT END
                    IF OPR-ID = WS-OPERATOR-ID
                    AND OPR-STATUS-ACTIVE THEN
                        SET WS-OPR-VERIFIED TO TRUE
                        MOVE OPR-ROLE TO WS-OPERATOR-ROLE
                        IF OPR-APPROVAL-LIMIT IS NUMERIC THEN
                            MOVE OPR-APPROVAL-LIMIT
                                TO WS-APPROVAL-LIMIT
                        ELSE
                            MOVE 0 TO WS-APPROVAL-LIMIT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPERATOR-PROFILE-FILE
        IF NOT WS-OPR-VERIFIED THEN
            DISPLAY "ERROR: OPERATOR ID [" WS-OPERATOR-ID
                "] IS NOT AN ACTIVE OPERATOR - SESSION REFUSED"
        END-IF
    END-IF.

0030-OPEN-ACCOUNT-REF.
    *> Both accounts must be on the reference. Without it nothing can
    *> be checked, so the session is refused (fails closed).
    OPEN INPUT ACCOUNT-REF-FILE
    IF WS-ARF-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: ACCTREF.DAT NOT AVAILABLE (FILE STATUS="
            WS-ARF-FILE-STATUS ") - SESSION REFUSED"
        MOVE 8 TO RETURN-CODE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF.

0040-OPEN-MASTER-FILE.
    *> No master means no balance to move - refused, like EXTACK.
    OPEN I-O MASTER-FILE
    IF WS-MST-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN MASTER.DAT, FILE STATUS="
            WS-MST-FILE-STATUS " - SESSION REFUSED"
        CLOSE ACCOUNT-REF-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF.

0050-OPEN-AUDIT-LOG.
    *> SEQUENTIAL cannot EXTEND a file that does not exist yet - create
    *> it (empty) on the very first run, otherwise leave prior runs'
    *> history alone, then append to it either way.
    OPEN INPUT AUDIT-LOG-FILE
    IF WS-AUD-FILE-STATUS = "35" THEN
        OPEN OUTPUT AUDIT-LOG-FILE
    END-IF
    CLOSE AUDIT-LOG-FILE
    OPEN EXTEND AUDIT-LOG-FILE.

0060-OPEN-POSTING-JOURNAL.
    *> Created empty the first time (the same bootstrap as EXTACK's
    *> 0360-OPEN-POSTING-JOURNAL); a journal that exists but will not
    *> open refuses the session before anything is applied.
    OPEN I-O POSTING-JOURNAL-FILE
    IF WS-JRN-FILE-STATUS = "35" THEN
        OPEN OUTPUT POSTING-JOURNAL-FILE
        CLOSE POSTING-JOURNAL-FILE
        OPEN I-O POSTING-JOURNAL-FILE
    END-IF
    IF WS-JRN-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN POSTJRNL.DAT, FILE STATUS="
            WS-JRN-FILE-STATUS " - SESSION REFUSED"
        CLOSE ACCOUNT-REF-FILE
        CLOSE MASTER-FILE
        CLOSE TRANSFER-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF.

0070-OPEN-POSTING-GENERATION.
    *> Appended to today's file behind whatever else moved the master
    *> today, so the rebuild replays the transfers in the order they
    *> really happened. Refused like the journal, before anything is
    *> applied: a transfer missing from the generations would be lost
    *> the day the master is rebuilt.
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
            ", FILE STATUS=" WS-PGN-FILE-STATUS " - SESSION REFUSED"
        CLOSE ACCOUNT-REF-FILE
        CLOSE MASTER-FILE
        CLOSE TRANSFER-FILE
        CLOSE POSTING-JOURNAL-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    MOVE 0 TO WS-PGN-RECORD-COUNT
    MOVE 0 TO WS-PGN-FIELD-A-TOTAL
    MOVE SPACES TO WS-GENERATION-RECORD
    MOVE WS-TODAY-DATE TO PGN-HDR-DATE
    SET PGN-SEGMENT-TRANSFER TO TRUE
    MOVE 1 TO PGN-HDR-RECORD-TYPE
    WRITE WS-GENERATION-RECORD
    ADD 1 TO WS-PGN-RECORD-COUNT.

1000-ENTRY-SESSION.
    *> The maker half. Requests are keyed one after another until a
    *> blank from-account; each is checked against the reference and
    *> the master as they stand now and queued pending, or refused on
    *> the spot with the reason.
    PERFORM 0030-OPEN-ACCOUNT-REF
    PERFORM 0040-OPEN-MASTER-FILE
    OPEN I-O TRANSFER-FILE
    IF WS-XFR-FILE-STATUS = "35" THEN
        OPEN OUTPUT TRANSFER-FILE
        CLOSE TRANSFER-FILE
        OPEN I-O TRANSFER-FILE
    END-IF
    IF WS-XFR-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN XFERPEND.DAT, FILE STATUS="
            WS-XFR-FILE-STATUS " - SESSION REFUSED"
        CLOSE ACCOUNT-REF-FILE
        CLOSE MASTER-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    PERFORM 1050-FIND-NEXT-TRANSFER-NO
    PERFORM 0050-OPEN-AUDIT-LOG

    MOVE "N" TO WS-ENTRY-DONE-SWITCH
    PERFORM 1100-ENTER-ONE-REQUEST UNTIL WS-ENTRY-DONE

    CLOSE ACCOUNT-REF-FILE
    CLOSE MASTER-FILE
    CLOSE TRANSFER-FILE
    CLOSE AUDIT-LOG-FILE

    DISPLAY "TRANSFER REQUESTS ENTERED......: " WS-REQUESTS-ENTERED
    DISPLAY "TRANSFER REQUESTS REFUSED......: " WS-REQUESTS-REFUSED.

1050-FIND-NEXT-TRANSFER-NO.
    *> One key-order pass to the end of file: the last number read is
    *> the highest on file, and the next request takes the one after -
    *> the same construction as NUMVAL01's suspense item keys.
    MOVE 0 TO WS-NEXT-TRANSFER-NO
    MOVE "N" TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF
        READ TRANSFER-FILE NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                MOVE XFR-TRANSFER-NO TO WS-NEXT-TRANSFER-NO
        END-READ
    END-PERFORM
    ADD 1 TO WS-NEXT-TRANSFER-NO.

1100-ENTER-ONE-REQUEST.
    DISPLAY "FROM ACCOUNT (BLANK TO END): "
    ACCEPT WS-FROM-INPUT
    IF WS-FROM-INPUT = SPACES THEN
        SET WS-ENTRY-DONE TO TRUE
    ELSE
        DISPLAY "TO ACCOUNT: "
        ACCEPT WS-TO-INPUT
        DISPLAY "TRANSFER (T) OR MERGE (M): "
        ACCEPT WS-KIND-INPUT
        MOVE SPACES TO WS-TRANSFER-RECORD
        MOVE WS-NEXT-TRANSFER-NO TO XFR-TRANSFER-NO
        MOVE WS-FROM-INPUT TO XFR-FROM-ACCOUNT
        MOVE WS-TO-INPUT TO XFR-TO-ACCOUNT
        MOVE 0 TO XFR-AMOUNT
        SET XFR-STATUS-PENDING TO TRUE
        MOVE WS-OPERATOR-ID TO XFR-ENTERED-BY
        MOVE WS-TODAY-DATE TO XFR-ENTERED-DATE
        MOVE SPACES TO XFR-APPROVED-BY
        MOVE 0 TO XFR-DECIDED-DATE
        MOVE 0 TO XFR-APPLIED-AMOUNT
        SET WS-TRANSFER-VALID TO TRUE
        EVALUATE WS-KIND-INPUT
            WHEN "M"
            WHEN "m"
                SET XFR-KIND-MERGE TO TRUE
                SET XFR-FULL-BALANCE TO TRUE
            WHEN "T"
            WHEN "t"
                SET XFR-KIND-TRANSFER TO TRUE
                PERFORM 1150-ACCEPT-AMOUNT
            WHEN OTHER
                SET WS-TRANSFER-REFUSED TO TRUE
                MOVE "KIND MUST BE T OR M" TO WS-REFUSAL-REASON
        END-EVALUATE
        IF WS-TRANSFER-VALID THEN
            PERFORM 3000-VALIDATE-TRANSFER
        END-IF
        IF WS-TRANSFER-VALID THEN
            PERFORM 1200-QUEUE-REQUEST
        ELSE
            DISPLAY "REFUSED: " WS-REFUSAL-REASON
            ADD 1 TO WS-REQUESTS-REFUSED
        END-IF
    END-IF.

1150-ACCEPT-AMOUNT.
    *> Blank or ALL asks for whatever the balance is when the request
    *> is applied; anything else must be a whole amount above zero.
    DISPLAY "AMOUNT (BLANK OR ALL FOR THE WHOLE BALANCE): "
    ACCEPT WS-AMOUNT-INPUT
    IF WS-AMOUNT-INPUT = SPACES
    OR WS-AMOUNT-INPUT = "ALL"
    OR WS-AMOUNT-INPUT = "all" THEN
        SET XFR-FULL-BALANCE TO TRUE
    ELSE
        SET XFR-PARTIAL TO TRUE
        IF FUNCTION TEST-NUMVAL(WS-AMOUNT-INPUT) = 0 THEN
            COMPUTE WS-AMOUNT-CHECK = FUNCTION NUMVAL(WS-AMOUNT-INPUT)
            MOVE WS-AMOUNT-CHECK TO WS-REQUESTED-AMOUNT
            IF WS-AMOUNT-CHECK NOT = WS-REQUESTED-AMOUNT
            OR WS-REQUESTED-AMOUNT = 0 THEN
                SET WS-TRANSFER-REFUSED TO TRUE
                MOVE "AMOUNT NOT A WHOLE AMOUNT > 0"
                    TO WS-REFUSAL-REASON
            ELSE
                MOVE WS-REQUESTED-AMOUNT TO XFR-AMOUNT
            END-IF
        ELSE
            SET WS-TRANSFER-REFUSED TO TRUE
            MOVE "AMOUNT NOT NUMERIC" TO WS-REFUSAL-REASON
        END-IF
    END-IF.

1200-QUEUE-REQUEST.
    WRITE WS-TRANSFER-RECORD
    IF WS-XFR-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: WRITE FAILED FOR TRANSFER " XFR-TRANSFER-NO
            ", FILE STATUS=" WS-XFR-FILE-STATUS " - NOT QUEUED"
        ADD 1 TO WS-REQUESTS-REFUSED
    ELSE
        DISPLAY "TRANSFER " XFR-TRANSFER-NO " QUEUED - "
            WS-MOVE-AMOUNT " FROM " XFR-FROM-ACCOUNT " TO "
            XFR-TO-ACCOUNT " AT TODAY'S BALANCE, AWAITING APPROVAL"
        ADD 1 TO WS-REQUESTS-ENTERED
        ADD 1 TO WS-NEXT-TRANSFER-NO
        MOVE XFR-FROM-ACCOUNT TO WS-AUDIT-ACCOUNT
        MOVE WS-MOVE-AMOUNT TO WS-AUDIT-AMOUNT
        MOVE "XE" TO WS-AUDIT-REASON
        PERFORM 4000-WRITE-TRANSFER-AUDIT
    END-IF.

2000-APPROVAL-SESSION.
    *> The checker half: every pending request in number order, each
    *> re-checked against the master as it stands now - the balance
    *> may have moved since the request was keyed.
    PERFORM 0030-OPEN-ACCOUNT-REF
    PERFORM 0040-OPEN-MASTER-FILE
    OPEN I-O TRANSFER-FILE
    IF WS-XFR-FILE-STATUS = "35" THEN
        DISPLAY "NOTHING TO APPROVE - XFERPEND.DAT NOT FOUND"
        CLOSE ACCOUNT-REF-FILE
        CLOSE MASTER-FILE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    IF WS-XFR-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN XFERPEND.DAT, FILE STATUS="
            WS-XFR-FILE-STATUS " - SESSION REFUSED"
        CLOSE ACCOUNT-REF-FILE
        CLOSE MASTER-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    PERFORM 0060-OPEN-POSTING-JOURNAL
    PERFORM 0070-OPEN-POSTING-GENERATION
    PERFORM 0050-OPEN-AUDIT-LOG

    MOVE "N" TO WS-EOF-SWITCH
    PERFORM 2050-READ-TRANSFER-RECORD
    PERFORM 2100-PROCESS-TRANSFER-RECORD UNTIL WS-EOF

    CLOSE ACCOUNT-REF-FILE
    CLOSE MASTER-FILE
    CLOSE TRANSFER-FILE
    CLOSE POSTING-JOURNAL-FILE
    PERFORM 2895-CLOSE-POSTING-GENERATION
    CLOSE AUDIT-LOG-FILE
    IF WS-TRANSFERS-APPLIED > 0 OR WS-MERGES-APPLIED > 0 THEN
        PERFORM 3500-APPEND-TRANSFER-HISTORY
    END-IF
    IF WS-APPLY-FAILED-COUNT > 0 OR WS-JRN-FAILED-COUNT > 0
    OR WS-PGN-FAILED-COUNT > 0 THEN
        MOVE 8 TO RETURN-CODE
    END-IF

    DISPLAY "TRANSFERS APPLIED..............: " WS-TRANSFERS-APPLIED
    DISPLAY "MERGES APPLIED.................: " WS-MERGES-APPLIED
    DISPLAY "AMOUNT MOVED...................: " WS-AMOUNT-MOVED
    DISPLAY "REQUESTS DECLINED..............: " WS-REQUESTS-DECLINED
    DISPLAY "SKIPPED (SAME ID ENTERED THEM).: " WS-REQUESTS-SKIPPED
    DISPLAY "SKIPPED (OVER APPROVAL LIMIT)..: " WS-REQUESTS-OVER-LIMIT
    DISPLAY "APPLY FAILURES.................: " WS-APPLY-FAILED-COUNT
    DISPLAY "JOURNAL WRITES FAILED..........: " WS-JRN-FAILED-COUNT
    DISPLAY "GENERATION WRITES FAILED.......: " WS-PGN-FAILED-COUNT.

2050-READ-TRANSFER-RECORD.
    READ TRANSFER-FILE NEXT RECORD
        AT END
            SET WS-EOF TO TRUE
    END-READ.

2100-PROCESS-TRANSFER-RECORD.
    MOVE "N" TO WS-RECORD-CHANGED-SWITCH
    IF XFR-STATUS-PENDING THEN
        PERFORM 2200-REVIEW-ONE-REQUEST
    END-IF

    *> In-place update: only a request this session decided is
    *> touched on disk.
    IF WS-RECORD-CHANGED THEN
        REWRITE WS-TRANSFER-RECORD
        IF WS-XFR-FILE-STATUS NOT = "00" THEN
            DISPLAY "ERROR: REWRITE FAILED FOR TRANSFER "
                XFR-TRANSFER-NO ", FILE STATUS=" WS-XFR-FILE-STATUS
        END-IF
    END-IF

    PERFORM 2050-READ-TRANSFER-RECORD.

2200-REVIEW-ONE-REQUEST.
    *> The checker must not be the maker, and must have the authority
    *> for the amount that would move now. A request that no longer
    *> passes its checks cannot be applied, only declined or left.
    IF XFR-ENTERED-BY = WS-OPERATOR-ID THEN
        DISPLAY "SKIPPED (ENTERED BY YOU): TRANSFER " XFR-TRANSFER-NO
        ADD 1 TO WS-REQUESTS-SKIPPED
    ELSE
        PERFORM 3000-VALIDATE-TRANSFER
        IF WS-TRANSFER-VALID
        AND WS-MOVE-AMOUNT > WS-APPROVAL-LIMIT
        AND WS-APPROVAL-LIMIT < WS-UNLIMITED-APPROVAL THEN
            DISPLAY "SKIPPED (OVER YOUR APPROVAL LIMIT "
                WS-APPROVAL-LIMIT "): TRANSFER " XFR-TRANSFER-NO
                " AMOUNT " WS-MOVE-AMOUNT
            ADD 1 TO WS-REQUESTS-OVER-LIMIT
        ELSE
            PERFORM 2300-SHOW-REQUEST
            IF WS-TRANSFER-VALID THEN
                DISPLAY "APPLY (A) / DECLINE (D) / SKIP (ANYTHING "
                    "ELSE): "
            ELSE
                DISPLAY "  CANNOT BE APPLIED: " WS-REFUSAL-REASON
                DISPLAY "DECLINE (D) / SKIP (ANYTHING ELSE): "
            END-IF
            ACCEPT WS-REVIEW-REPLY
            EVALUATE TRUE
                WHEN (WS-REVIEW-REPLY = "A" OR "a")
                AND WS-TRANSFER-VALID
                    PERFORM 2500-APPLY-TRANSFER
                WHEN WS-REVIEW-REPLY = "D" OR "d"
                    PERFORM 2400-DECLINE-TRANSFER
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-IF.

2300-SHOW-REQUEST.
    IF XFR-KIND-MERGE THEN
        DISPLAY "MERGE " XFR-TRANSFER-NO " ENTERED BY "
            XFR-ENTERED-BY " ON " XFR-ENTERED-DATE ":"
    ELSE
        DISPLAY "TRANSFER " XFR-TRANSFER-NO " ENTERED BY "
            XFR-ENTERED-BY " ON " XFR-ENTERED-DATE ":"
    END-IF
    DISPLAY "  FROM     : " XFR-FROM-ACCOUNT
    DISPLAY "  TO       : " XFR-TO-ACCOUNT
    IF XFR-FULL-BALANCE THEN
        DISPLAY "  AMOUNT   : WHOLE BALANCE, NOW " WS-MOVE-AMOUNT
    ELSE
        DISPLAY "  AMOUNT   : " XFR-AMOUNT
    END-IF
    IF XFR-KIND-MERGE THEN
        DISPLAY "  " XFR-FROM-ACCOUNT " WILL BE CLOSED"
    END-IF.

2400-DECLINE-TRANSFER.
    DISPLAY "ENTER DECLINE REASON (UP TO 20 CHARACTERS): "
    ACCEPT WS-REASON-INPUT
    SET WS-RECORD-CHANGED TO TRUE
    SET XFR-STATUS-DECLINED TO TRUE
    MOVE WS-OPERATOR-ID TO XFR-APPROVED-BY
    MOVE WS-TODAY-DATE TO XFR-DECIDED-DATE
    MOVE WS-REASON-INPUT TO XFR-REASON
    ADD 1 TO WS-REQUESTS-DECLINED
    MOVE XFR-FROM-ACCOUNT TO WS-AUDIT-ACCOUNT
    MOVE WS-MOVE-AMOUNT TO WS-AUDIT-AMOUNT
    MOVE "XD" TO WS-AUDIT-REASON
    PERFORM 4000-WRITE-TRANSFER-AUDIT.

2500-APPLY-TRANSFER.
    *> 3000-VALIDATE-TRANSFER left the source account in the record
    *> area. Both master records move first; only when both have
    *> landed is the movement written to the journal, the generation
    *> and the audit trail.
    MOVE "N" TO WS-APPLY-FAILED-SWITCH
    MOVE WS-MASTER-RECORD TO WS-SOURCE-SAVE-RECORD
    SUBTRACT WS-MOVE-AMOUNT FROM MST-FIELD-A-BALANCE
    ADD WS-MOVE-AMOUNT TO MST-PTD-TRANSFER-OUT-SUM
    MOVE WS-TODAY-DATE TO MST-LAST-POST-DATE
    MOVE "TR" TO MST-LAST-RUN-ID
    IF XFR-KIND-MERGE THEN
        SET MST-ACCOUNT-CLOSED TO TRUE
        MOVE XFR-TO-ACCOUNT TO MST-MERGED-INTO-ID
        MOVE WS-TODAY-DATE TO MST-CLOSED-DATE
    END-IF
    REWRITE WS-MASTER-RECORD
    IF WS-MST-FILE-STATUS NOT = "00" THEN
        SET WS-APPLY-FAILED TO TRUE
        DISPLAY "ERROR: REWRITE FAILED FOR ACCOUNT " XFR-FROM-ACCOUNT
            ", FILE STATUS=" WS-MST-FILE-STATUS
            " - TRANSFER " XFR-TRANSFER-NO " LEFT PENDING"
    ELSE
        MOVE MST-FIELD-A-BALANCE TO WS-SOURCE-RESULT-BALANCE
        PERFORM 2550-CREDIT-TARGET-ACCOUNT
    END-IF

    IF WS-APPLY-FAILED THEN
        ADD 1 TO WS-APPLY-FAILED-COUNT
    ELSE
        PERFORM 2600-RECORD-TRANSFER
    END-IF.

2550-CREDIT-TARGET-ACCOUNT.
    *> A target that has never posted gets its master record here,
    *> the same way NUMVAL01 opens one on a first posting.
    MOVE XFR-TO-ACCOUNT TO MST-ACCOUNT-ID
    READ MASTER-FILE
        INVALID KEY
            MOVE XFR-TO-ACCOUNT TO MST-ACCOUNT-ID
            MOVE WS-MOVE-AMOUNT TO MST-FIELD-A-BALANCE
            MOVE 0 TO MST-LAST-FIELD-A
            MOVE WS-TODAY-DATE TO MST-LAST-POST-DATE
            MOVE "TR" TO MST-LAST-RUN-ID
            MOVE 0 TO MST-PTD-POST-SUM
            MOVE 0 TO MST-PTD-REFEED-SUM
            MOVE 0 TO MST-PTD-REVERSAL-SUM
            MOVE WS-MOVE-AMOUNT TO MST-PTD-TRANSFER-IN-SUM
            MOVE 0 TO MST-PTD-TRANSFER-OUT-SUM
            SET MST-ACCOUNT-OPEN TO TRUE
            MOVE SPACES TO MST-MERGED-INTO-ID
            MOVE 0 TO MST-CLOSED-DATE
            WRITE WS-MASTER-RECORD
        NOT INVALID KEY
            ADD WS-MOVE-AMOUNT TO MST-FIELD-A-BALANCE
            ADD WS-MOVE-AMOUNT TO MST-PTD-TRANSFER-IN-SUM
            MOVE WS-TODAY-DATE TO MST-LAST-POST-DATE
            MOVE "TR" TO MST-LAST-RUN-ID
            REWRITE WS-MASTER-RECORD
    END-READ
    IF WS-MST-FILE-STATUS = "00" THEN
        MOVE MST-FIELD-A-BALANCE TO WS-TARGET-RESULT-BALANCE
    ELSE
        SET WS-APPLY-FAILED TO TRUE
        DISPLAY "ERROR: UPDATE FAILED FOR ACCOUNT " XFR-TO-ACCOUNT
            ", FILE STATUS=" WS-MST-FILE-STATUS
            " - TRANSFER " XFR-TRANSFER-NO " LEFT PENDING"
        PERFORM 2560-RESTORE-SOURCE-ACCOUNT
    END-IF.

2560-RESTORE-SOURCE-ACCOUNT.
    *> Nothing describing the transfer has been written yet, so
    *> putting the source back as it was leaves no trace to undo.
    MOVE WS-SOURCE-SAVE-RECORD TO WS-MASTER-RECORD
    REWRITE WS-MASTER-RECORD
    IF WS-MST-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: COULD NOT RESTORE ACCOUNT " XFR-FROM-ACCOUNT
            ", FILE STATUS=" WS-MST-FILE-STATUS
        DISPLAY "ERROR: " WS-MOVE-AMOUNT " HAS LEFT "
            XFR-FROM-ACCOUNT " WITHOUT REACHING " XFR-TO-ACCOUNT
            " - MSTPROOF WILL NOT TIE UNTIL IT IS PUT RIGHT"
    END-IF.

2600-RECORD-TRANSFER.
    MOVE XFR-FROM-ACCOUNT TO WS-JRN-ACCOUNT
    MOVE "-" TO WS-JRN-DIRECTION
    MOVE WS-SOURCE-RESULT-BALANCE TO WS-JRN-RESULT
    PERFORM 2800-WRITE-POSTING-JOURNAL
    MOVE XFR-TO-ACCOUNT TO WS-JRN-ACCOUNT
    MOVE "+" TO WS-JRN-DIRECTION
    MOVE WS-TARGET-RESULT-BALANCE TO WS-JRN-RESULT
    PERFORM 2800-WRITE-POSTING-JOURNAL

    *> Generation order is what MSTRCVR replays: off the source, onto
    *> the target, then (for a merge) the close, which names the
    *> target just written as the surviving account.
    MOVE XFR-FROM-ACCOUNT TO WS-PIECE-ACCOUNT
    MOVE 2 TO WS-PIECE-TYPE
    PERFORM 2850-WRITE-GENERATION-PIECES
    MOVE XFR-TO-ACCOUNT TO WS-PIECE-ACCOUNT
    MOVE 0 TO WS-PIECE-TYPE
    PERFORM 2850-WRITE-GENERATION-PIECES
    IF XFR-KIND-MERGE THEN
        MOVE 0 TO WS-PIECE-AMOUNT
        MOVE XFR-FROM-ACCOUNT TO WS-PIECE-ACCOUNT
        MOVE 3 TO WS-PIECE-TYPE
        PERFORM 2870-WRITE-ONE-GENERATION-RECORD
    END-IF

    MOVE XFR-FROM-ACCOUNT TO WS-AUDIT-ACCOUNT
    MOVE WS-MOVE-AMOUNT TO WS-AUDIT-AMOUNT
    IF XFR-KIND-MERGE THEN
        MOVE "MO" TO WS-AUDIT-REASON
    ELSE
        MOVE "XO" TO WS-AUDIT-REASON
    END-IF
    MOVE WS-OPERATOR-ID TO XFR-APPROVED-BY
    PERFORM 4000-WRITE-TRANSFER-AUDIT
    MOVE XFR-TO-ACCOUNT TO WS-AUDIT-ACCOUNT
    IF XFR-KIND-MERGE THEN
        MOVE "MI" TO WS-AUDIT-REASON
    ELSE
        MOVE "XI" TO WS-AUDIT-REASON
    END-IF
    PERFORM 4000-WRITE-TRANSFER-AUDIT

    SET WS-RECORD-CHANGED TO TRUE
    SET XFR-STATUS-APPLIED TO TRUE
    MOVE WS-TODAY-DATE TO XFR-DECIDED-DATE
    MOVE WS-MOVE-AMOUNT TO XFR-APPLIED-AMOUNT
    ADD WS-MOVE-AMOUNT TO WS-AMOUNT-MOVED
    IF XFR-KIND-MERGE THEN
        ADD 1 TO WS-MERGES-APPLIED
        DISPLAY "MERGE " XFR-TRANSFER-NO " APPLIED - "
            XFR-FROM-ACCOUNT " CLOSED INTO " XFR-TO-ACCOUNT
    ELSE
        ADD 1 TO WS-TRANSFERS-APPLIED
        DISPLAY "TRANSFER " XFR-TRANSFER-NO " APPLIED"
    END-IF.

2800-WRITE-POSTING-JOURNAL.
    *> The caller sets the account, the direction and the balance
    *> left behind. The entry is keyed by the time it was written,
    *> held to the last moment of the session's posting date once the
    *> clock has passed midnight (see JRNLREC.CPY); a key already on
    *> file moves the sequence on. A write that fails outright is
    *> reported but the transfer stands - the master has already moved,
    *> and the statement will show the missing entry as a continuity
    *> break.
    MOVE "22" TO WS-JRN-FILE-STATUS
    PERFORM UNTIL WS-JRN-FILE-STATUS NOT = "22"
        ADD 1 TO WS-JRN-SEQUENCE
        MOVE WS-JRN-ACCOUNT TO JRN-ACCOUNT-ID
        MOVE WS-TODAY-DATE TO JRN-POST-DATE
        MOVE "TR" TO JRN-RUN-ID
        MOVE WS-JRN-SEQUENCE TO JRN-SEQUENCE
        SET JRN-TYPE-TRANSFER TO TRUE
        MOVE WS-JRN-DIRECTION TO JRN-DIRECTION
        MOVE WS-MOVE-AMOUNT TO JRN-AMOUNT
        MOVE WS-JRN-RESULT TO JRN-RESULT-BALANCE
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
        DISPLAY "WARNING: POSTING JOURNAL WRITE FAILED FOR ACCOUNT ["
            WS-JRN-ACCOUNT "], FILE STATUS=" WS-JRN-FILE-STATUS
    END-IF.

2850-WRITE-GENERATION-PIECES.
    *> WS-FIELD-A is five digits, so the amount goes out in pieces of
    *> at most WS-PIECE-MAXIMUM; a zero amount (a merge of an empty
    *> account) still writes one piece, so the close that follows has
    *> its target.
    MOVE WS-MOVE-AMOUNT TO WS-PIECE-REMAINING
    PERFORM 2860-WRITE-ONE-PIECE
    PERFORM 2860-WRITE-ONE-PIECE UNTIL WS-PIECE-REMAINING = 0.

2860-WRITE-ONE-PIECE.
    IF WS-PIECE-REMAINING > WS-PIECE-MAXIMUM THEN
        MOVE WS-PIECE-MAXIMUM TO WS-PIECE-AMOUNT
    ELSE
        MOVE WS-PIECE-REMAINING TO WS-PIECE-AMOUNT
    END-IF
    SUBTRACT WS-PIECE-AMOUNT FROM WS-PIECE-REMAINING
    PERFORM 2870-WRITE-ONE-GENERATION-RECORD.

2870-WRITE-ONE-GENERATION-RECORD.
    *> A failed write is reported and still counted into the trailer,
    *> so the segment will not balance and the rebuild refuses it
    *> rather than replay part of it.
    MOVE WS-PIECE-AMOUNT TO PGN-FIELD-A
    MOVE WS-PIECE-ACCOUNT TO PGN-FIELD-B
    MOVE WS-PIECE-TYPE TO PGN-FIELD-C
    WRITE WS-GENERATION-RECORD
    IF WS-PGN-FILE-STATUS = "00" THEN
        ADD 1 TO WS-PGN-RECORD-COUNT
        ADD WS-PIECE-AMOUNT TO WS-PGN-FIELD-A-TOTAL
    ELSE
        ADD 1 TO WS-PGN-FAILED-COUNT
        DISPLAY "WARNING: POSTING GENERATION WRITE FAILED FOR "
            "ACCOUNT [" WS-PIECE-ACCOUNT "], FILE STATUS="
            WS-PGN-FILE-STATUS
    END-IF.

2895-CLOSE-POSTING-GENERATION.
    MOVE SPACES TO WS-GENERATION-RECORD
    COMPUTE PGN-TRL-RECORD-COUNT = WS-PGN-RECORD-COUNT + 1
        + WS-PGN-FAILED-COUNT
    MOVE WS-PGN-FIELD-A-TOTAL TO PGN-TRL-FIELD-A-TOTAL
    MOVE 9 TO PGN-TRL-RECORD-TYPE
    WRITE WS-GENERATION-RECORD
    CLOSE POSTING-GENERATION-FILE.

3000-VALIDATE-TRANSFER.
    *> Every check a request must pass, at entry and again at
    *> approval. The target is read first and the source last, so a
    *> valid request leaves the source record in the record area for
    *> 2500-APPLY-TRANSFER.
    SET WS-TRANSFER-VALID TO TRUE
    MOVE SPACES TO WS-REFUSAL-REASON
    MOVE 0 TO WS-MOVE-AMOUNT
    MOVE 0 TO WS-TARGET-BALANCE
    IF XFR-FROM-ACCOUNT = XFR-TO-ACCOUNT THEN
        SET WS-TRANSFER-REFUSED TO TRUE
        MOVE "SAME ACCOUNT ON BOTH SIDES" TO WS-REFUSAL-REASON
    END-IF
    IF WS-TRANSFER-VALID THEN
        MOVE XFR-FROM-ACCOUNT TO ARF-ACCOUNT-ID
        READ ACCOUNT-REF-FILE
            INVALID KEY
                SET WS-TRANSFER-REFUSED TO TRUE
                MOVE "FROM ACCOUNT NOT ON ACCTREF"
                    TO WS-REFUSAL-REASON
        END-READ
    END-IF
    IF WS-TRANSFER-VALID THEN
        MOVE XFR-TO-ACCOUNT TO ARF-ACCOUNT-ID
        READ ACCOUNT-REF-FILE
            INVALID KEY
                SET WS-TRANSFER-REFUSED TO TRUE
                MOVE "TO ACCOUNT NOT ON ACCTREF" TO WS-REFUSAL-REASON
        END-READ
    END-IF
    IF WS-TRANSFER-VALID THEN
        MOVE XFR-TO-ACCOUNT TO MST-ACCOUNT-ID
        READ MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE MST-FIELD-A-BALANCE TO WS-TARGET-BALANCE
                IF MST-ACCOUNT-CLOSED THEN
                    SET WS-TRANSFER-REFUSED TO TRUE
                    MOVE "TO ACCOUNT IS CLOSED" TO WS-REFUSAL-REASON
                END-IF
        END-READ
    END-IF
    IF WS-TRANSFER-VALID THEN
        MOVE XFR-FROM-ACCOUNT TO MST-ACCOUNT-ID
        READ MASTER-FILE
            INVALID KEY
                SET WS-TRANSFER-REFUSED TO TRUE
                MOVE "FROM ACCOUNT NOT ON MASTER" TO WS-REFUSAL-REASON
            NOT INVALID KEY
                IF MST-ACCOUNT-CLOSED THEN
                    SET WS-TRANSFER-REFUSED TO TRUE
                    MOVE "FROM ACCOUNT IS CLOSED"
                        TO WS-REFUSAL-REASON
                END-IF
        END-READ
    END-IF
    IF WS-TRANSFER-VALID THEN
        IF XFR-FULL-BALANCE THEN
            MOVE MST-FIELD-A-BALANCE TO WS-MOVE-AMOUNT
        ELSE
            MOVE XFR-AMOUNT TO WS-MOVE-AMOUNT
            IF WS-MOVE-AMOUNT > MST-FIELD-A-BALANCE THEN
                SET WS-TRANSFER-REFUSED TO TRUE
                MOVE "AMOUNT EXCEEDS FROM BALANCE"
                    TO WS-REFUSAL-REASON
            END-IF
        END-IF
    END-IF
    IF WS-TRANSFER-VALID AND WS-MOVE-AMOUNT > WS-TRANSFER-CAP THEN
        SET WS-TRANSFER-REFUSED TO TRUE
        MOVE "OVER THE TRANSFER CAP - SPLIT" TO WS-REFUSAL-REASON
    END-IF
    IF WS-TRANSFER-VALID AND WS-MOVE-AMOUNT = 0
    AND XFR-KIND-TRANSFER THEN
        SET WS-TRANSFER-REFUSED TO TRUE
        MOVE "NOTHING TO TRANSFER" TO WS-REFUSAL-REASON
    END-IF
    IF WS-TRANSFER-VALID THEN
        COMPUTE WS-TARGET-CHECK = WS-TARGET-BALANCE + WS-MOVE-AMOUNT
        IF WS-TARGET-CHECK > WS-BALANCE-LIMIT THEN
            SET WS-TRANSFER-REFUSED TO TRUE
            MOVE "TO BALANCE WOULD OVERFLOW" TO WS-REFUSAL-REASON
        END-IF
    END-IF.

3500-APPEND-TRANSFER-HISTORY.
    *> A transfer moves nothing in total, and the history side must
    *> say exactly that: the amount moved is both added (posting
    *> column) and taken off (posted-reversal column), the two columns
    *> MSTPROOF already adds and nets. Same create-empty-then-extend
    *> idiom as EXTACK's "LR" record.
    OPEN EXTEND RUN-HISTORY-FILE
    IF WS-RNH-FILE-STATUS = "35" THEN
        OPEN OUTPUT RUN-HISTORY-FILE
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO RNH-RUN-DATE
    MOVE FUNCTION CURRENT-DATE(9:8) TO RNH-RUN-TIME
    MOVE "TR" TO RNH-FEED-RUN-ID
    MOVE WS-TODAY-DATE TO RNH-FEED-RUN-DATE
    MOVE 0 TO RNH-RECORDS-READ
    MOVE 0 TO RNH-RECORDS-FAILED
    MOVE WS-AMOUNT-MOVED TO RNH-FIELD-A-SUM
    MOVE 0 TO RNH-REFEED-RECORDS-READ
    MOVE 0 TO RNH-REFEED-RECORDS-FAILED
    MOVE 0 TO RNH-REFEED-FIELD-A-SUM
    MOVE 0 TO RNH-REVERSAL-RECORDS-READ
    MOVE 0 TO RNH-REVERSAL-FIELD-A-SUM
    MOVE WS-AMOUNT-MOVED TO RNH-REVERSAL-POSTED-SUM
    WRITE WS-RUN-HISTORY-RECORD
    CLOSE RUN-HISTORY-FILE.

4000-WRITE-TRANSFER-AUDIT.
    *> The caller sets the account, the amount and the reason code;
    *> the transfer number and both operator ids come off the request.
    MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
    MOVE FUNCTION CURRENT-DATE(9:8) TO AUD-TIME
    SET AUD-ACTION-TRANSFER TO TRUE
    MOVE WS-AUDIT-AMOUNT TO AUD-TRANSFER-AMOUNT
    MOVE WS-AUDIT-ACCOUNT TO AUD-FIELD-B
    MOVE XFR-ENTERED-BY TO AUD-ENTERED-BY
    MOVE XFR-APPROVED-BY TO AUD-APPROVED-BY
    MOVE XFR-TRANSFER-NO TO AUD-ITEM-KEY
    MOVE WS-AUDIT-REASON TO AUD-REASON-CODE
    WRITE WS-AUDIT-RECORD.

9900-RELEASE-BATCH-WINDOW.
    SET LRQ-RELEASE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST.
