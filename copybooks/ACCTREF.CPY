    *> outside the nightly run: ACCTLOAD rebuilds it wholesale from
    *> the data-control team's ACCTLIST.DAT text list, so removing an
    *> account from the list removes it from the reference.
    *>
    *> ARF-HOLD-THRESHOLD is the account's own large-value hold limit:
    *> a detail or reversal whose WS-FIELD-A exceeds it is held in
    *> suspense for a supervisor instead of posting. Zero means the
    *> account has no limit of its own and NUMVAL01's HOLD-THRESHOLD
    *> card (if any) applies. Since the reference is rebuilt wholesale,
    *> a layout change here needs only an ACCTLOAD run, no conversion.
    01  WS-ACCOUNT-REF-RECORD.
        05  ARF-ACCOUNT-ID            PIC X(10).
        05  ARF-LOADED-DATE           PIC 9(8).
        05  ARF-HOLD-THRESHOLD        PIC 9(5).
