    *> carries the ledger's verdict letter, AUD-CORRECTED-VALUE their
    *> rejected-record count, and AUD-FIELD-B the extract's run date
    *> and id.
    *>
    *> AUD-ITEM-KEY and AUD-REASON-CODE tie every suspense-side entry
    *> (S/E/C/R/W) to the SUS-ITEM-KEY it was written for and that
    *> item's SUS-REASON-CODE, so an item's whole life can be picked
    *> out of the trail by key, and a ledger reject (reason LR) told
    *> from a validation suspend even though both are S entries. L
    *> entries carry zero and spaces. Entries written before these two
    *> columns existed are carried forward by AUDCONV with the same
    *> zero and spaces.
    *>
    *> T entries are ACCTXFER's balance transfers and merges. The
    *> amount moved spans the two value columns as one 10-digit
    *> figure (AUD-TRANSFER-AMOUNT), AUD-FIELD-B is the account the
    *> entry is about, AUD-ITEM-KEY the transfer number
    *> (XFR-TRANSFER-NO - not a suspense item key), and
    *> AUD-ENTERED-BY/AUD-APPROVED-BY the maker and checker.
    *> AUD-REASON-CODE says which step: XE request entered, XD request
    *> declined, and for an applied transfer a matched pair - XO on
    *> the source and XI on the target, or MO/MI when it was a merge
    *> that closed the source.
    *>
    *> A entries are HOUSEKP's archive moves: one per corrected or
    *> written-off item taken off SUSPENSE.DAT into a suspense-history
    *> generation (SUSHREC.CPY). They carry the item's key, reason
    *> code, FIELD-B and original and corrected values like the other
    *> suspense-side entries, and - machine-written - no operator ids.
    *> An A entry moves nothing on the suspense balance: the item had
    *> already left it when it was corrected or written off.
    01  WS-AUDIT-RECORD.
        05  AUD-DATE                  PIC 9(8).
        05  AUD-TIME                  PIC 9(8).
            88  AUD-ACTION-REJECTED       VALUE "R".
            88  AUD-ACTION-WRITTEN-OFF    VALUE "W".
            88  AUD-ACTION-LEDGER-ACK     VALUE "L".
            88  AUD-ACTION-TRANSFER       VALUE "T".
            88  AUD-ACTION-ARCHIVED       VALUE "A".
        05  AUD-VALUES.
            10  AUD-ORIGINAL-VALUE     PIC X(5).
            10  AUD-CORRECTED-VALUE    PIC 9(5).
        05  AUD-TRANSFER-AMOUNT REDEFINES AUD-VALUES
                                       PIC 9(10).
        05  AUD-FIELD-B                PIC X(10).
        05  AUD-ENTERED-BY             PIC X(8).
        05  AUD-APPROVED-BY            PIC X(8).
        05  AUD-ITEM-KEY               PIC 9(9).
        05  AUD-REASON-CODE            PIC X(2).
