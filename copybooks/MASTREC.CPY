    *> accumulates them at posting time; MSTCLOSE snapshots the master
    *> to the closed period's generation file and resets them for the
    *> new month. Opening balance is derived, not stored:
    *> closing - postings - refeeds + reversals - transfers in
    *> + transfers out.
    *>
    *> ACCTXFER moves balance between two accounts under maker-checker
    *> control; what it moves in and out is kept apart from the feed
    *> movements in MST-PTD-TRANSFER-IN-SUM/-OUT-SUM. A merge closes
    *> the source account: MST-ACCOUNT-CLOSED, with the surviving
    *> account in MST-MERGED-INTO-ID and the date in MST-CLOSED-DATE.
    *> A closed account is never reopened by a posting - NUMVAL01
    *> suspends any later feed record for it (SUS-REASON-ACCT-CLOSED).
    *> Every writer that inserts an account sets it open with zero
    *> transfer counters, blank MST-MERGED-INTO-ID and zero
    *> MST-CLOSED-DATE. Masters and MSTRyyyymm snapshots written
    *> before these columns existed are carried forward by MSTCONV2.
    01  WS-MASTER-RECORD.
        05  MST-ACCOUNT-ID            PIC X(10).
        05  MST-FIELD-A-BALANCE       PIC 9(11).
        05  MST-PTD-POST-SUM          PIC 9(11).
        05  MST-PTD-REFEED-SUM        PIC 9(11).
        05  MST-PTD-REVERSAL-SUM      PIC 9(11).
        05  MST-PTD-TRANSFER-IN-SUM   PIC 9(11).
        05  MST-PTD-TRANSFER-OUT-SUM  PIC 9(11).
        05  MST-ACCOUNT-STATUS        PIC X(1).
            88  MST-ACCOUNT-OPEN          VALUE "O".
            88  MST-ACCOUNT-CLOSED        VALUE "C".
        05  MST-MERGED-INTO-ID        PIC X(10).
        05  MST-CLOSED-DATE           PIC 9(8).
