    *> Duplicate-detail window - one entry per detail or reversal
    *> record NUMVAL01 accepted from a feed dated within the last
    *> DUPLICATE-WINDOW days (NUMVAL01.PRM), so a source system that
    *> re-sends individual records - inside one feed, or in a later
    *> night's feed under a new HDR-RUN-ID that RUNREG.DAT has no
    *> reason to refuse - is caught before the same amount posts to
    *> the master twice. A record whose WS-FIELD-B, WS-FIELD-A and
    *> WS-FIELD-C all match an entry still inside the window is
    *> suspended as SUS-REASON-DUPLICATE for a person to judge; re-fed
    *> corrections are not checked (a supervisor has already released
    *> them) but are entered, so a later re-send of a corrected record
    *> is caught too.
    *>
    *> DUPWIN.DAT is ORGANIZATION INDEXED on DUP-KEY: the matched
    *> fields first, so the check is one START and a short READ NEXT
    *> over the candidates; then the feed the record arrived in (its
    *> header's run date and run id, "RF" and the business date for a
    *> re-fed correction) and DUP-ACC-POSITION, the record's position
    *> in that night's ACCEPTED.DAT. The position is what keeps the
    *> window under NUMVAL01's rollback discipline: a restart or a
    *> feed refusal that cuts ACCEPTED.DAT back rebuilds the key of
    *> every record it cuts and deletes that entry with it, so a record
    *> that never posted cannot make its own re-delivery look like a
    *> duplicate. Entries whose DUP-RUN-DATE has fallen out of the
    *> window are deleted when the next run opens the file.
    01  WS-DUPLICATE-WINDOW-RECORD.
        05  DUP-KEY.
            10  DUP-FIELD-B           PIC X(10).
            10  DUP-FIELD-A           PIC 9(5).
            10  DUP-RECORD-TYPE       PIC 9(5).
            10  DUP-RUN-DATE          PIC 9(8).
            10  DUP-RUN-ID            PIC X(2).
            10  DUP-ACC-POSITION      PIC 9(9).
        05  DUP-ACCEPTED-DATE         PIC 9(8).
