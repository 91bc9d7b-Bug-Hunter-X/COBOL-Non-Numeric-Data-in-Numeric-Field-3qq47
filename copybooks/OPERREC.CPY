    *> SUSAPPR requires an active approver (A or B), and will not
    *> release a correction whose SUS-CORRECTED-FIELD-A exceeds the
    *> approver's OPR-APPROVAL-LIMIT - the item stays entered for a
    *> supervisor with the authority - nor a record held for review
    *> whose amount exceeds it. A limit of 99999 is unlimited by
    *> construction (no correction amount can exceed it). ACCTXFER
    *> uses the same split for balance transfers: an enterer requests
    *> one, a different approver whose limit covers the amount applies
    *> it (only an unlimited approver can apply one over 99999). An id
    *> not on the file cannot sign on at all: the maker-checker split
    *> only counts if the ids behind it mean something.
    01  WS-OPERATOR-RECORD.
        05  OPR-ID                    PIC X(8).
        05  OPR-ROLE                  PIC X(1).
