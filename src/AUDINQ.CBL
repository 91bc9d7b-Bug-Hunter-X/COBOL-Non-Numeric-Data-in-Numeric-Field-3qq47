*> mean "all"), and prints a formatted trace to AUDINQRP.TXT - so
*> selecting on one original value shows that value's full life:
*> suspension, entry of a correction, release or bounce, write-off.
*> Entries carry the suspense item key (AUD-ITEM-KEY) as well, so an
*> item number from the aging report or a correction prompt can be
*> traced directly - the key is a fifth, optional, criterion.
*> ACCTXFER's transfer entries (action T) carry the transfer request
*> number in that same key, and their amount where the original and
*> corrected values would be; a key given with action T selects a
*> transfer, with any other action (or none) a suspense item, so the
*> two numbering sequences never mix on one trace.
*>
*> A suspense item key also brings the item itself: after the trace
*> the report shows where the item now is and how it stands - on
*> SUSPENSE.DAT, or moved by HOUSEKP's period-end archiving to a
*> suspense-history generation (found through SUSFIND, which reads
*> the history index for it). HOUSEKP's own move shows on the trace
*> as action A, ARCHIVED.
*>
*> AUD-FIELD-B can carry the very control bytes that suspended the
*> record, so the reported image gets the same non-printable scrubbing
01  WS-TO-DATE-INPUT                 PIC X(8).
01  WS-ACTION-INPUT                  PIC X(1).
01  WS-VALUE-INPUT                   PIC X(5).
01  WS-ITEM-KEY-INPUT                PIC X(9).
01  WS-ITEM-KEY                      PIC 9(9) VALUE 0.
01  WS-FROM-DATE                     PIC 9(8) VALUE 0.
01  WS-TO-DATE                       PIC 9(8) VALUE 99999999.

01  WS-FIELD-B-DISPLAY               PIC X(10).
01  WS-ORIGINAL-DISPLAY              PIC X(5).
01  WS-IMAGE-INDEX                   PIC 9(2) VALUE 0.
01  WS-STATUS-WORD                   PIC X(11).

01  WS-RPT-HEADER-LINE.
    05  FILLER                     PIC X(25) VALUE
        "AUDIT LOG INQUIRY - DATE ".
    05  WS-RPT-HDR-DATE            PIC 9(8).
01  WS-RPT-COLUMN-LINE             PIC X(92) VALUE
    "DATE     TIME     ACTION      ORIGINAL CORRECTED FIELD-B    ENTERED  APPROVED ITEM      RS".
01  WS-RPT-DETAIL-LINE.
    05  WS-RPT-DATE                PIC 9(8).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPT-ACTION              PIC X(11).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPT-VALUES.
        10  WS-RPT-ORIGINAL        PIC X(5).
        10  FILLER                 PIC X(4).
        10  WS-RPT-CORRECTED       PIC 9(5).
    05  WS-RPT-TRANSFER-VALUES REDEFINES WS-RPT-VALUES.
        10  FILLER                 PIC X(4).
        10  WS-RPT-TRANSFER-AMOUNT PIC Z(9)9.
    05  FILLER                     PIC X(5) VALUE SPACES.
    05  WS-RPT-FIELD-B             PIC X(10).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPT-ENTERED-BY          PIC X(8).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPT-APPROVED-BY         PIC X(8).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPT-ITEM-KEY            PIC 9(9).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPT-REASON-CODE         PIC X(2).

COPY "SUSPREC.CPY".
COPY "SUSFPARM.CPY".
COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-CHECK-BATCH-WINDOW
    PERFORM 0100-ACCEPT-SELECTION

    OPEN INPUT AUDIT-LOG-FILE
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE

    IF WS-ITEM-KEY-INPUT NOT = SPACES
    AND WS-ACTION-INPUT NOT = "T" THEN
        PERFORM 3000-WRITE-ITEM-LOOKUP
    END-IF

    CLOSE AUDIT-LOG-FILE
    CLOSE INQUIRY-REPORT

    DISPLAY "AUDIT ENTRIES SELECTED: " WS-SELECTED-COUNT
    STOP RUN.

0005-CHECK-BATCH-WINDOW.
    *> An inquiry never blocks anybody, but says so when an update
    *> holds the batch window (BATCHLCK) - what it shows may be
    *> half-way through changing.
    MOVE "AUDINQ" TO LRQ-PROGRAM
    SET LRQ-INQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF LRQ-WINDOW-BUSY THEN
        DISPLAY "WARNING: BATCH WINDOW HELD BY " LRQ-HOLDER-PROGRAM
            " SINCE " LRQ-HOLDER-DATE " " LRQ-HOLDER-TIME
            " - FIGURES MAY BE MID-UPDATE"
    END-IF.

0100-ACCEPT-SELECTION.
    *> Each criterion may be left blank to mean "no restriction"; a
    *> date that is not 8 digits is treated as blank, with a warning,
            DISPLAY "WARNING: TO DATE NOT NUMERIC - IGNORED"
        END-IF
    END-IF
    DISPLAY "ACTION (S/E/C/R/W/L/T/A, BLANK FOR ALL): "
    ACCEPT WS-ACTION-INPUT
    DISPLAY "ORIGINAL VALUE (5 CHARACTERS, BLANK FOR ALL): "
    ACCEPT WS-VALUE-INPUT
    DISPLAY "SUSPENSE ITEM OR TRANSFER NO (BLANK FOR ALL): "
    ACCEPT WS-ITEM-KEY-INPUT
    IF WS-ITEM-KEY-INPUT NOT = SPACES THEN
        IF FUNCTION TEST-NUMVAL(WS-ITEM-KEY-INPUT) = 0 THEN
            COMPUTE WS-ITEM-KEY = FUNCTION NUMVAL(WS-ITEM-KEY-INPUT)
        ELSE
            DISPLAY "WARNING: ITEM KEY NOT NUMERIC - IGNORED"
            MOVE SPACES TO WS-ITEM-KEY-INPUT
        END-IF
    END-IF.

1000-READ-AUDIT-RECORD.
    READ AUDIT-LOG-FILE
    AND AUD-DATE <= WS-TO-DATE
    AND (WS-ACTION-INPUT = SPACES OR AUD-ACTION = WS-ACTION-INPUT)
    AND (WS-VALUE-INPUT = SPACES
         OR AUD-ORIGINAL-VALUE = WS-VALUE-INPUT)
    AND (WS-ITEM-KEY-INPUT = SPACES
         OR (AUD-ITEM-KEY = WS-ITEM-KEY
             AND (AUD-ACTION-TRANSFER AND WS-ACTION-INPUT = "T"
                  OR NOT AUD-ACTION-TRANSFER
                     AND WS-ACTION-INPUT NOT = "T"))) THEN
        PERFORM 2100-WRITE-TRACE-LINE
    END-IF

            MOVE "WRITTEN OFF" TO WS-ACTION-WORD
        WHEN AUD-ACTION-LEDGER-ACK
            MOVE "LEDGER ACK" TO WS-ACTION-WORD
        WHEN AUD-ACTION-TRANSFER
            MOVE "TRANSFER" TO WS-ACTION-WORD
        WHEN AUD-ACTION-ARCHIVED
            MOVE "ARCHIVED" TO WS-ACTION-WORD
        WHEN OTHER
            MOVE AUD-ACTION TO WS-ACTION-WORD
    END-EVALUATE

    MOVE AUD-FIELD-B TO WS-FIELD-B-DISPLAY
    MOVE AUD-ORIGINAL-VALUE TO WS-ORIGINAL-DISPLAY
    PERFORM 2110-SCRUB-DISPLAY-IMAGES

    MOVE AUD-DATE TO WS-RPT-DATE
    MOVE AUD-TIME TO WS-RPT-TIME
    MOVE WS-ACTION-WORD TO WS-RPT-ACTION
    IF AUD-ACTION-TRANSFER THEN
        MOVE SPACES TO WS-RPT-VALUES
        MOVE AUD-TRANSFER-AMOUNT TO WS-RPT-TRANSFER-AMOUNT
    ELSE
        MOVE SPACES TO WS-RPT-VALUES
        MOVE WS-ORIGINAL-DISPLAY TO WS-RPT-ORIGINAL
        MOVE AUD-CORRECTED-VALUE TO WS-RPT-CORRECTED
    END-IF
    MOVE WS-FIELD-B-DISPLAY TO WS-RPT-FIELD-B
    MOVE AUD-ENTERED-BY TO WS-RPT-ENTERED-BY
    MOVE AUD-APPROVED-BY TO WS-RPT-APPROVED-BY
    MOVE AUD-ITEM-KEY TO WS-RPT-ITEM-KEY
    MOVE AUD-REASON-CODE TO WS-RPT-REASON-CODE
    WRITE WS-REPORT-LINE FROM WS-RPT-DETAIL-LINE
    ADD 1 TO WS-SELECTED-COUNT.

2110-SCRUB-DISPLAY-IMAGES.
    PERFORM VARYING WS-IMAGE-INDEX FROM 1 BY 1
            UNTIL WS-IMAGE-INDEX > 10
        IF (FUNCTION ORD(WS-FIELD-B-DISPLAY(WS-IMAGE-INDEX:1)) - 1) < 32

    *> The original WS-FIELD-A image is whatever the feed carried - it
    *> failed validation, so it gets the same scrubbing.
    PERFORM VARYING WS-IMAGE-INDEX FROM 1 BY 1
            UNTIL WS-IMAGE-INDEX > 5
        IF (FUNCTION ORD(WS-ORIGINAL-DISPLAY(WS-IMAGE-INDEX:1)) - 1) < 32
        OR (FUNCTION ORD(WS-ORIGINAL-DISPLAY(WS-IMAGE-INDEX:1)) - 1) > 126
            MOVE "." TO WS-ORIGINAL-DISPLAY(WS-IMAGE-INDEX:1)
        END-IF
    END-PERFORM.

3000-WRITE-ITEM-LOOKUP.
    *> The item behind the key, wherever it now is. Its FIELD-B and
    *> original images get the trace's scrubbing.
    MOVE WS-ITEM-KEY TO FRQ-ITEM-KEY
    CALL "SUSFIND" USING WS-FIND-REQUEST

    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    EVALUATE TRUE
        WHEN FRQ-ON-FILE
            STRING "ITEM " FRQ-ITEM-KEY " - ON SUSPENSE.DAT"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        WHEN FRQ-ARCHIVED
            STRING "ITEM " FRQ-ITEM-KEY " - ARCHIVED "
                FRQ-ARCHIVED-DATE " TO " FRQ-GENERATION-NAME
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        WHEN FRQ-HISTORY-MISSING
            STRING "ITEM " FRQ-ITEM-KEY " - ARCHIVED "
                FRQ-ARCHIVED-DATE " TO " FRQ-GENERATION-NAME
                " - GENERATION NOT ON FILE"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        WHEN FRQ-FILE-ERROR
            STRING "ITEM " FRQ-ITEM-KEY
                " - SUSPENSE FILES UNREADABLE, NOT LOOKED UP"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        WHEN OTHER
            STRING "ITEM " FRQ-ITEM-KEY
                " - NOT ON SUSPENSE.DAT OR THE SUSPENSE HISTORY"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-EVALUATE
    WRITE WS-REPORT-LINE

    IF FRQ-ON-FILE OR FRQ-ARCHIVED THEN
        MOVE FRQ-SUSPENSE-ITEM TO WS-SUSPENSE-RECORD
        EVALUATE TRUE
            WHEN SUS-STATUS-PENDING
                MOVE "PENDING" TO WS-STATUS-WORD
            WHEN SUS-STATUS-ENTERED
                MOVE "ENTERED" TO WS-STATUS-WORD
            WHEN SUS-STATUS-CORRECTED
                MOVE "RELEASED" TO WS-STATUS-WORD
            WHEN SUS-STATUS-WRITTEN-OFF
                MOVE "WRITTEN OFF" TO WS-STATUS-WORD
            WHEN OTHER
                MOVE SUS-STATUS TO WS-STATUS-WORD
        END-EVALUATE
        MOVE SUS-FIELD-B TO WS-FIELD-B-DISPLAY
        MOVE SUS-ORIGINAL-FIELD-A TO WS-ORIGINAL-DISPLAY
        PERFORM 2110-SCRUB-DISPLAY-IMAGES

        MOVE SPACES TO WS-REPORT-LINE
        STRING "  STATUS " WS-STATUS-WORD
            " REASON " SUS-REASON-CODE
            "  SUSPENDED " SUS-SUSPENSE-DATE
            " RUN " SUS-SUSPENSE-RUN-ID
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  ORIGINAL " WS-ORIGINAL-DISPLAY
            " FIELD-B " WS-FIELD-B-DISPLAY
            "  CORRECTED " SUS-CORRECTED-FIELD-A
            " " SUS-CORRECTED-FIELD-B
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  ENTERED BY " SUS-ENTERED-BY
            " APPROVED BY " SUS-APPROVED-BY
            "  " SUS-REVIEW-REASON
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF.
