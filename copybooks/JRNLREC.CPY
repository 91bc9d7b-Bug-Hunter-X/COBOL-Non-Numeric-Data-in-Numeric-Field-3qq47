    *> Posting journal - one record per movement applied to
    *> MASTER.DAT, so a balance can be broken back down into the
    *> postings that make it up without digging through old
    *> ACCEPTED.DAT copies and the audit trail. MASTREC.CPY keeps only
    *> the running balance and the last movement; this file keeps
    *> every one. Writers: NUMVAL01's posting pass (nightly postings
    *> and re-fed corrections added, reversals backed out) and EXTACK
    *> (ledger-reject back-outs), and ACCTXFER (balance transfers,
    *> under its own "TR" id - one entry on each account). MSTINQ
    *> reads it back for the line-item statement.
    *>
    *> POSTJRNL.DAT is ORGANIZATION INDEXED on JRN-KEY: account, then
    *> posting date (the same calendar date the master's
    *> MST-LAST-POST-DATE is stamped with), then the time of day the
    *> entry was written, then the run id the movement posted under,
    *> then a sequence number - so one account's movements read back
    *> in the order they posted with a START and READ NEXT, whichever
    *> program and run id moved it (a nightly feed, a re-fed
    *> correction, a ledger back-out and a transfer can all land on one
    *> account on one day). The writers never run at once - they hold
    *> the batch window (BATCHLCK) - so the time alone orders one run
    *> against another. The sequence is a per-execution counter in the
    *> writing program that orders entries written within the same
    *> hundredth of a second; a key already on file just moves the
    *> counter on until the write lands, so the key is unique without
    *> anyone keeping a counter file.
    *>
    *> JRN-AMOUNT is always the positive movement amount, with
    *> JRN-DIRECTION saying which way it moved the balance, and
    *> JRN-RESULT-BALANCE is the account balance immediately after the
    *> movement - so every entry both explains and checks the one
    *> before it (previous result, plus or minus this amount, equals
    *> this result).
    01  WS-JOURNAL-RECORD.
        05  JRN-KEY.
            10  JRN-ACCOUNT-ID        PIC X(10).
            10  JRN-POST-DATE         PIC 9(8).
            10  JRN-POST-TIME         PIC 9(8).
            10  JRN-RUN-ID            PIC X(2).
            10  JRN-SEQUENCE          PIC 9(9).
        05  JRN-MOVEMENT-TYPE         PIC X(1).
            88  JRN-TYPE-POSTING          VALUE "P".
            88  JRN-TYPE-REFEED           VALUE "F".
            88  JRN-TYPE-REVERSAL         VALUE "V".
            88  JRN-TYPE-LEDGER-BACKOUT   VALUE "B".
            88  JRN-TYPE-TRANSFER         VALUE "T".
        05  JRN-DIRECTION             PIC X(1).
            88  JRN-INCREASE              VALUE "+".
            88  JRN-DECREASE              VALUE "-".
        05  JRN-AMOUNT                PIC 9(11).
        05  JRN-RESULT-BALANCE        PIC 9(11).
