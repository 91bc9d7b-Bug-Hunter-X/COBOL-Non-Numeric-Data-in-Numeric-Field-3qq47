    *> Persistent register of source feeds accepted - one record
    *> appended by NUMVAL01 per feed that balanced (3300-REGISTER-RUN-ID),
    *> and checked at every header so a re-sent or double-delivered
    *> feed is refused (2420-CHECK-RUN-REGISTER). LINE SEQUENTIAL text:
    *> ids and dates are always known-safe characters.
    *>
    *> HOUSEKP cuts entries older than its retention age to a dated
    *> history generation (RUNREGyyyymm.DAT) so the header check does
    *> not read years of feeds. What it cut is not forgotten: it leaves
    *> one horizon record (REG-HORIZON-MARKER, run id "**") whose
    *> REG-RUN-DATE is the newest run date cut, and NUMVAL01 refuses
    *> any feed dated on or before it - a register that no longer holds
    *> an old run id cannot say that feed was never processed, so it
    *> must not let it through. REG-POSTED-DATE on the horizon record
    *> is the date of the HOUSEKP run that last rewrote the register.
    01  WS-RUN-REGISTER-RECORD.
        05  REG-RUN-ID                 PIC X(2).
            88  REG-HORIZON-MARKER         VALUE "**".
        05  REG-RUN-DATE               PIC 9(8).
        05  REG-POSTED-DATE            PIC 9(8).
