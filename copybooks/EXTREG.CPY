    *> reports any still pending past the configured age. LINE
    *> SEQUENTIAL text: dates, ids and counts are always known-safe
    *> characters, the same as RUNREG.DAT.
    *>
    *> HOUSEKP cuts entries the ledger settled (accepted or rejected)
    *> more than its retention age ago to a dated history generation
    *> (EXTREGyyyymm.DAT); pending entries are never cut. EXTACK
    *> reports a late, repeated acknowledgment for a cut entry as an
    *> unknown extract rather than a duplicate - ignored either way.
    01  WS-EXTRACT-REGISTER-RECORD.
        05  XRG-RUN-DATE              PIC 9(8).
        05  XRG-RUN-ID                PIC X(2).
