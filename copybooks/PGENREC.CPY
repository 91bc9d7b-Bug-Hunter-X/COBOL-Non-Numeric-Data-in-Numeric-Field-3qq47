    *> Posting generation - the dated record of every movement applied
    *> to MASTER.DAT, kept so the master can be rebuilt forward from
    *> its last MSTCLOSE snapshot (MSTRCVR) when it is lost or
    *> corrupted mid-month. ACCEPTED.DAT is overwritten every night, so
    *> without these there is nothing to replay.
    *>
    *> One file per calendar day, POSTyyyymmdd.DAT, appended (never
    *> rewritten) by every program that moves the master, in the order
    *> they run. Each run's contribution is a SEGMENT: an opening
    *> header, its records, and a trailer carrying the segment's record
    *> count (header and trailer included) and WS-FIELD-A hash total -
    *> the same discipline as a source feed and EXTRACT.DAT. A segment
    *> without a balancing trailer is a run that died part way and is
    *> never replayed. The header's PGN-HDR-RUN-ID says whose segment
    *> it is:
    *>
    *>     "NV"  NUMVAL01's posting pass - ACCEPTED.DAT exactly as it
    *>           was posted, feed markers included (a type-1 record
    *>           inside the segment carries the feed's run id, "RF"
    *>           for re-fed corrections), PGN-HDR-DATE the posting
    *>           date;
    *>     "LR"  EXTACK's ledger-reject back-outs that were applied -
    *>           the rejected record's WS-FIELD-A/WS-FIELD-B, and its
    *>           record type in WS-FIELD-C (a rejected reversal goes
    *>           back on, anything else comes off);
    *>     "CL"  MSTCLOSE's period-end marker, header and trailer
    *>           only, PGN-HDR-DATE the closed period as yyyymm00 -
    *>           the exact point the period's MSTRyyyymm snapshot was
    *>           taken and the MST-PTD-* counters reset;
    *>     "TR"  ACCTXFER's applied transfers, one segment per
    *>           approval session. Each transfer is its amount off
    *>           the source (type 2 records on the source account),
    *>           then the same amount onto the target (type 0 on the
    *>           target), each side split into pieces of at most
    *>           99999 since WS-FIELD-A is five digits, and for a
    *>           merge a type 3 record on the source, amount zero,
    *>           closing it into the target just written.
    *>
    *> These four ids are ours, and NUMVAL01 refuses a source feed whose
    *> header carries one of them (or the "RF" refeed marker), so a
    *> type-1 record carrying one always opens a new segment.
    *> SEQUENTIAL, fixed 20 bytes - DATREC.CPY's physical layout, for
    *> the same binary-safety reason as ACCEPTED.DAT.
    01  WS-GENERATION-RECORD.
        05  PGN-FIELD-A               PIC 9(5).
        05  PGN-FIELD-B               PIC X(10).
        05  PGN-FIELD-C               PIC 9(5).
            88  PGN-DETAIL                VALUE 0.
            88  PGN-HEADER                VALUE 1.
            88  PGN-REVERSAL              VALUE 2.
            88  PGN-ACCOUNT-CLOSE         VALUE 3.
            88  PGN-TRAILER               VALUE 9.

    01  WS-GENERATION-HEADER REDEFINES WS-GENERATION-RECORD.
        05  PGN-HDR-DATE              PIC 9(8).
        05  PGN-HDR-RUN-ID            PIC X(2).
            88  PGN-SEGMENT-NIGHTLY       VALUE "NV".
            88  PGN-SEGMENT-BACKOUT       VALUE "LR".
            88  PGN-SEGMENT-CLOSE         VALUE "CL".
            88  PGN-SEGMENT-TRANSFER      VALUE "TR".
            88  PGN-SEGMENT-OPENER        VALUE "NV" "LR" "CL" "TR".
        05  FILLER                    PIC X(5).
        05  PGN-HDR-RECORD-TYPE       PIC 9(5).

    01  WS-GENERATION-TRAILER REDEFINES WS-GENERATION-RECORD.
        05  PGN-TRL-RECORD-COUNT      PIC 9(6).
        05  PGN-TRL-FIELD-A-TOTAL     PIC 9(9).
        05  PGN-TRL-RECORD-TYPE       PIC 9(5).
