    *> Suspense-item lookup request - the parameter block AUDINQ and
    *> SUSAGE pass to SUSFIND (CALL "SUSFIND" USING WS-FIND-REQUEST)
    *> to find an item by its SUS-ITEM-KEY wherever it now lives: on
    *> SUSPENSE.DAT, or archived by HOUSEKP to a suspense-history
    *> generation (SUSHREC.CPY).
    *>
    *> The caller sets FRQ-ITEM-KEY. On the way back FRQ-RESULT says
    *> where the item was found and FRQ-SUSPENSE-ITEM holds the whole
    *> WS-SUSPENSE-RECORD image (SUSPREC.CPY) - move it to a suspense
    *> record to look at it. For an archived item FRQ-GENERATION-NAME
    *> and FRQ-ARCHIVED-DATE say where it went and when.
    *> FRQ-HISTORY-MISSING means the index names a generation that is
    *> not on file, or does not hold the item - the generation has been
    *> moved off or damaged, and the index entry is all there is.
    01  WS-FIND-REQUEST.
        05  FRQ-ITEM-KEY              PIC 9(9).
        05  FRQ-RESULT                PIC X(1).
            88  FRQ-ON-FILE               VALUE "F".
            88  FRQ-ARCHIVED              VALUE "A".
            88  FRQ-NOT-FOUND             VALUE "N".
            88  FRQ-HISTORY-MISSING       VALUE "M".
            88  FRQ-FILE-ERROR            VALUE "E".
        05  FRQ-GENERATION-NAME       PIC X(21).
        05  FRQ-ARCHIVED-DATE         PIC 9(8).
        05  FRQ-SUSPENSE-ITEM         PIC X(93).
