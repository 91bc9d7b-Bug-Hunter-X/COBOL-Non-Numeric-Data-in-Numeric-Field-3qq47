    *> Reject return file handed back to a source system - one per
    *> accepted feed, RETiiyyyymmdd.DAT for the feed header's
    *> HDR-RUN-ID/HDR-RUN-DATE, rebuilt whole by NUMVAL01 at the end of
    *> the run that accepted the feed. It lists every record we
    *> suspended out of that feed (validation failures, duplicates,
    *> holds, and reversals found unpostable at posting time), then
    *> every earlier item of the same source that SUSAGE has since
    *> written off (queued on RETPEND.DAT, RETQREC.CPY) - so the source
    *> learns those were never posted.
    *>
    *> The same bracket discipline as EXTRACT.DAT: our header (the
    *> source's own run date and run id, type 1), the entries, and our
    *> trailer (type 9) carrying the count of every physical record in
    *> the file, header and trailer included, and the hash total of
    *> WS-FIELD-A over the entries whose image is numeric - an
    *> unreadable amount (reason NN) cannot be added, and is counted
    *> only. The first 20 bytes of an entry are the record exactly as
    *> the source sent it (DATREC.CPY layout, record type included), so
    *> the source can read it back with its own record definition.
    *> SEQUENTIAL, fixed 70 bytes - the images may hold the very
    *> control characters that got them suspended.
    01  WS-RETURN-RECORD.
        05  RTN-FIELD-A               PIC X(5).
        05  RTN-FIELD-B               PIC X(10).
        05  RTN-FIELD-C               PIC 9(5).
            88  RTN-HEADER                VALUE 1.
            88  RTN-TRAILER               VALUE 9.
        05  RTN-ENTRY-TYPE            PIC X(1).
            88  RTN-ENTRY-SUSPENDED       VALUE "S".
            88  RTN-ENTRY-WRITTEN-OFF     VALUE "W".
        05  RTN-ITEM-KEY              PIC 9(9).
        05  RTN-REASON-CODE           PIC X(2).
        05  RTN-REASON-TEXT           PIC X(30).
        05  RTN-EVENT-DATE            PIC 9(8).

    01  WS-RETURN-HEADER REDEFINES WS-RETURN-RECORD.
        05  RTN-HDR-RUN-DATE          PIC 9(8).
        05  RTN-HDR-RUN-ID            PIC X(2).
        05  FILLER                    PIC X(5).
        05  RTN-HDR-RECORD-TYPE       PIC 9(5).
        05  FILLER                    PIC X(50).

    01  WS-RETURN-TRAILER REDEFINES WS-RETURN-RECORD.
        05  RTN-TRL-RECORD-COUNT      PIC 9(6).
        05  RTN-TRL-FIELD-A-TOTAL     PIC 9(9).
        05  RTN-TRL-RECORD-TYPE       PIC 9(5).
        05  FILLER                    PIC X(50).
