    *> closes items pending past the configured age with
    *> SUS-STATUS-WRITTEN-OFF - a distinct status, not a deletion, so
    *> the month-end suspense balance counts only live pending items
    *> while the written-off history stays visible on the file (until
    *> HOUSEKP archives it).
    *>
    *> SUS-REASON-UNKNOWN-ACCT means WS-FIELD-B was perfectly
    *> printable but is not on the account reference file (ACCTREF) -
    *> exist, or the reversal is for more than its balance - and both
    *> fields are re-keyed on correction, the same as a ledger reject.
    *>
    *> SUS-REASON-DUPLICATE items passed every field edit too, but
    *> matched a record NUMVAL01 had already accepted inside the
    *> duplicate window (DUPWREC.CPY) - the feed and date of the
    *> earlier record ride in SUS-REVIEW-REASON. Nothing is wrong with
    *> either field; whoever reviews it either re-keys both unchanged
    *> (a genuine second payment, released through SUSAPPR like any
    *> correction) or leaves it for write-off.
    *>
    *> SUS-REASON-HELD items are good records held back by NUMVAL01's
    *> large-value check - WS-FIELD-A over the account's hold
    *> threshold (ARF-HOLD-THRESHOLD) or the global HOLD-THRESHOLD
    *> card, the limit named in SUS-REVIEW-REASON. They need no
    *> correction, only a decision: SUSAPPR offers them straight from
    *> pending to an approver whose OPR-APPROVAL-LIMIT covers the
    *> amount, and a release re-feeds the record unchanged. An approver
    *> who declines one leaves it pending with their id in
    *> SUS-APPROVED-BY and their reason in SUS-REVIEW-REASON, for the
    *> data-control team to re-key (both fields, like a ledger reject)
    *> or leave for write-off.
    *>
    *> SUS-REASON-ACCT-CLOSED items are feed records for an account
    *> ACCTXFER has merged away and closed (MST-ACCOUNT-CLOSED) -
    *> posting them would put balance back on an account nobody
    *> looks at any more. The surviving account rides in
    *> SUS-REVIEW-REASON; only SUS-CORRECTED-FIELD-B is keyed in,
    *> like UA.
    *>
    *> Corrections are maker-checker controlled: SUSMAINT no longer
    *> releases anything to the re-feed file itself - a correction
    *> (keyed or file-driven) lands in SUS-STATUS-ENTERED with the
    *> plain ascending item number the writers (NUMVAL01, EXTACK)
    *> assign as they suspend, so a correction, an approval, or a
    *> write-off updates one record in place instead of every program
    *> rewriting the whole file and renaming it. Keys are issued
    *> contiguously, so the highest key on file is the count of keys
    *> ever issued - the high-water mark the writers continue from and
    *> NUMVAL01's restart/refusal rollback cuts back to, deleting only
    *> from the top. HOUSEKP's period-end archiving also deletes items
    *> (corrected and written-off ones past their retention age, moved
    *> to a suspense-history generation - see SUSHREC.CPY), so there
    *> can be gaps below the top; it never moves the highest-keyed
    *> item, so the mark never drops and no key is issued twice. The
    *> item number is what the aging report and the correction prompts
    *> show and what a prepared CORRECTS.DAT names in COR-ITEM-KEY.
    01  WS-SUSPENSE-RECORD.
        05  SUS-ITEM-KEY              PIC 9(9).
        05  SUS-ORIGINAL-FIELD-A      PIC X(5).
            88  SUS-REASON-LEDGER-REJECT  VALUE "LR".
            88  SUS-REASON-REVERSAL       VALUE "RV".
            88  SUS-REASON-UNKNOWN-ACCT   VALUE "UA".
            88  SUS-REASON-DUPLICATE      VALUE "DU".
            88  SUS-REASON-HELD           VALUE "HR".
            88  SUS-REASON-ACCT-CLOSED    VALUE "AC".
        05  SUS-STATUS                PIC X(1).
            88  SUS-STATUS-PENDING        VALUE "P".
            88  SUS-STATUS-ENTERED        VALUE "E".
