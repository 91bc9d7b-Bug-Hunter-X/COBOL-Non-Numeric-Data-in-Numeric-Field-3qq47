    *> Suspense-history index - where an archived suspense item went.
    *> HOUSEKP moves corrected and written-off items past their
    *> retention age off SUSPENSE.DAT into a dated history generation
    *> (SUSHSTyyyymm.DAT, the month the item was moved, each record a
    *> WS-SUSPENSE-RECORD image exactly as it stood) and writes one of
    *> these per item moved, so an item number can still be found
    *> without reading every generation: SUSFIND looks the key up here
    *> and then reads only the generation named by SHX-PERIOD.
    *>
    *> SHX-SUSPENSE-DATE repeats the item's SUS-SUSPENSE-DATE so the
    *> trail readers (SUSROLL, OPERACT) can still reach back to the
    *> oldest item's suspension and measure its turnaround without
    *> opening a generation. SHX-STATUS and SHX-REASON-CODE are the
    *> item's status (C or W) and reason code when it was moved.
    *>
    *> SUSHSTIX.DAT is ORGANIZATION INDEXED, keyed on SHX-ITEM-KEY -
    *> an item is only ever archived once, since archiving deletes it
    *> from SUSPENSE.DAT and item keys are never reused.
    01  WS-SUSPENSE-HISTORY-RECORD.
        05  SHX-ITEM-KEY              PIC 9(9).
        05  SHX-PERIOD                PIC 9(6).
        05  SHX-PERIOD-PARTS REDEFINES SHX-PERIOD.
            10  SHX-PERIOD-YEAR        PIC 9(4).
            10  SHX-PERIOD-MONTH       PIC 9(2).
        05  SHX-ARCHIVED-DATE         PIC 9(8).
        05  SHX-SUSPENSE-DATE         PIC 9(8).
        05  SHX-STATUS                PIC X(1).
        05  SHX-REASON-CODE           PIC X(2).
