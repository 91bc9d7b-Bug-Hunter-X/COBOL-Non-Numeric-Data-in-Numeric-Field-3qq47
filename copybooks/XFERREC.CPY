    *> Balance-transfer requests - ACCTXFER's maker-checker queue. An
    *> enterer (OPR-ROLE E or B) keys a request: move XFR-AMOUNT, or
    *> the whole balance (XFR-FULL-BALANCE), from XFR-FROM-ACCOUNT to
    *> XFR-TO-ACCOUNT, both on the account reference. It sits pending
    *> until a different operator with the approver role and the limit
    *> for the amount applies or declines it. A merge (XFR-KIND-MERGE)
    *> is always the whole balance, and also closes the source account
    *> on the master so later feed records for it suspend.
    *>
    *> XFR-AMOUNT is what was asked for (zero on a full-balance
    *> request, whose amount is only known when it is applied);
    *> XFR-APPLIED-AMOUNT is what actually moved. XFR-REASON carries
    *> the approver's reason on a decline.
    *>
    *> XFERPEND.DAT is ORGANIZATION INDEXED, keyed on XFR-TRANSFER-NO -
    *> a plain ascending number ACCTXFER assigns as requests are
    *> entered (highest on file plus one), the same construction as
    *> SUS-ITEM-KEY. Nothing is ever deleted: applied and declined
    *> requests stay on file as the record of who moved what.
    01  WS-TRANSFER-RECORD.
        05  XFR-TRANSFER-NO           PIC 9(9).
        05  XFR-KIND                  PIC X(1).
            88  XFR-KIND-TRANSFER         VALUE "T".
            88  XFR-KIND-MERGE            VALUE "M".
        05  XFR-FROM-ACCOUNT          PIC X(10).
        05  XFR-TO-ACCOUNT            PIC X(10).
        05  XFR-AMOUNT                PIC 9(11).
        05  XFR-FULL-SWITCH           PIC X(1).
            88  XFR-FULL-BALANCE          VALUE "Y".
            88  XFR-PARTIAL               VALUE "N".
        05  XFR-STATUS                PIC X(1).
            88  XFR-STATUS-PENDING        VALUE "P".
            88  XFR-STATUS-APPLIED        VALUE "A".
            88  XFR-STATUS-DECLINED       VALUE "D".
        05  XFR-ENTERED-BY            PIC X(8).
        05  XFR-ENTERED-DATE          PIC 9(8).
        05  XFR-APPROVED-BY           PIC X(8).
        05  XFR-DECIDED-DATE          PIC 9(8).
        05  XFR-APPLIED-AMOUNT        PIC 9(11).
        05  XFR-REASON                PIC X(20).
