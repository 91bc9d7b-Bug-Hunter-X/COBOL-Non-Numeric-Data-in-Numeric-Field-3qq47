IDENTIFICATION DIVISION.
PROGRAM-ID. SUSROLL.

*> Suspense control-account roll-forward. SUSAGE shows what is
*> pending; this job proves it, the way MSTPROOF proves the master.
*> For a period (FROM and TO dates, prompted - a blank FROM means the
*> start of the trail, a blank TO means today) it rebuilds from the
*> audit trail alone:
*>
*>     pending at opening
*>     plus items suspended by NUMVAL01 (S)
*>     plus ledger rejects re-suspended by EXTACK (S, reason LR)
*>     plus corrections bounced back to pending by SUSAPPR (R)
*>     less corrections entered for approval by SUSMAINT (E)
*>     less held items released straight from pending (C)
*>     less items written off by SUSAGE (W)
*>     equals pending at closing
*>
*> and the same for the corrections awaiting approval (entered,
*> less bounced, less released), since an entered correction has
*> left pending but not yet left suspense - the two together are
*> the suspense balance finance signs off. Counts and amounts both
*> roll; the amount is the item's original WS-FIELD-A, which every
*> S/E/C/R/W entry carries in AUD-ORIGINAL-VALUE, and an item whose
*> original amount was unreadable rolls as a count with no value -
*> the same rule NUMVAL01's trailer balancing applies.
*>
*> Which way an entry moves an item follows from the action and the
*> maker-checker ids on it: a C or R entry with no AUD-ENTERED-BY is
*> SUSAPPR's held-item pass working on a pending item that was never
*> entered (a release leaves suspense from pending; a decline leaves
*> the item where it was, and is shown as a memo line only). L
*> entries are EXTACK's round-trip log and move nothing.
*>
*> The closing figures are then tied to a walk of SUSPENSE.DAT by
*> status: the period's closing position plus everything the trail
*> records after the TO date must equal the P and E items on file
*> now. Any difference in count or amount is printed and sets
*> RETURN-CODE 8, the MSTPROOF convention. The report goes to
*> SUSROLRP.TXT.
*>
*> The trail is read in date order: the AUDARCH generations
*> (AUDLOGyyyymm.DAT) from the earlier of the FROM date's month and
*> the month of the oldest item on SUSPENSE.DAT, through the current
*> month, then the live AUDITLOG.TXT. Every item on file was
*> suspended on or after its own SUS-SUSPENSE-DATE, so nothing older
*> can move a figure the tie depends on. Items HOUSEKP has archived
*> count towards the oldest date too (their suspension dates are on
*> the history index, SUSHSTIX.DAT): an archived item's release or
*> write-off may still fall inside the trail read, and its
*> suspension has to be read with it or the pending figures would
*> lose an item they never gained. A generation that is not on
*> file is simply a month with nothing archived. An entry whose
*> AUD-DATE is not a usable date falls into the opening position and
*> is counted on the report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SUS-ITEM-KEY
        FILE STATUS IS WS-SUS-FILE-STATUS.

    SELECT HISTORY-INDEX-FILE ASSIGN TO "SUSHSTIX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SHX-ITEM-KEY
        FILE STATUS IS WS-SHX-FILE-STATUS.

    *> Dynamic ASSIGN: each AUDARCH generation in turn, then the live
    *> log.
    SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUD-FILE-STATUS.

    SELECT ROLL-FORWARD-REPORT ASSIGN TO "SUSROLRP.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SUSPENSE-FILE.
COPY "SUSPREC.CPY".

FD  HISTORY-INDEX-FILE.
COPY "SUSHREC.CPY".

FD  AUDIT-LOG-FILE.
COPY "AUDITREC.CPY".

FD  ROLL-FORWARD-REPORT.
01  WS-REPORT-LINE                 PIC X(80).

WORKING-STORAGE SECTION.
01  WS-EOF-SWITCH                  PIC X VALUE "N".
    88  WS-EOF                         VALUE "Y".
01  WS-SUS-FILE-STATUS               PIC XX VALUE "00".
01  WS-SHX-FILE-STATUS               PIC XX VALUE "00".
01  WS-AUD-FILE-STATUS               PIC XX VALUE "00".
01  WS-RPT-FILE-STATUS               PIC XX VALUE "00".

01  WS-FROM-DATE-INPUT               PIC X(8).
01  WS-TO-DATE-INPUT                 PIC X(8).
01  WS-FROM-DATE                     PIC 9(8) VALUE 0.
01  WS-TO-DATE                       PIC 9(8) VALUE 0.
01  WS-TODAY-DATE                    PIC 9(8) VALUE 0.

*> The walk of SUSPENSE.DAT - the side the trail is tied to.
01  WS-FILE-P-COUNT                  PIC S9(9) VALUE 0.
01  WS-FILE-P-AMOUNT                 PIC S9(13) VALUE 0.
01  WS-FILE-E-COUNT                  PIC S9(9) VALUE 0.
01  WS-FILE-E-AMOUNT                 PIC S9(13) VALUE 0.
01  WS-FILE-C-COUNT                  PIC 9(9) VALUE 0.
01  WS-FILE-W-COUNT                  PIC 9(9) VALUE 0.
01  WS-FILE-UNREADABLE-COUNT         PIC 9(9) VALUE 0.
01  WS-OLDEST-ITEM-DATE              PIC 9(8) VALUE 99999999.

*> Generation walk: one month at a time, AUDLOGyyyymm.DAT.
01  WS-AUDIT-FILE-NAME               PIC X(21) VALUE SPACES.
01  WS-GEN-START-DATE                PIC 9(8) VALUE 0.
01  WS-GEN-PERIOD                    PIC 9(6) VALUE 0.
01  WS-GEN-PARTS REDEFINES WS-GEN-PERIOD.
    05  WS-GEN-YEAR                PIC 9(4).
    05  WS-GEN-MONTH               PIC 9(2).
01  WS-GEN-LAST-PERIOD               PIC 9(6) VALUE 0.
01  WS-AUDIT-FILES-READ              PIC 9(5) VALUE 0.
01  WS-AUDIT-ENTRIES-READ            PIC 9(9) VALUE 0.
01  WS-UNDATED-ENTRY-COUNT           PIC 9(9) VALUE 0.
01  WS-FIRST-FILE-NAME               PIC X(21) VALUE SPACES.
01  WS-TRAIL-FAILED-SWITCH           PIC X VALUE "N".
    88  WS-TRAIL-FAILED                  VALUE "Y".

*> One audit entry, classified. WS-ENTRY-BUCKET says where its date
*> falls (O before the period, P inside it, A after it);
*> WS-ENTRY-MOVEMENT what it did to the item.
01  WS-ENTRY-AMOUNT                  PIC 9(5) VALUE 0.
01  WS-ENTRY-BUCKET                  PIC X VALUE SPACES.
    88  WS-ENTRY-BEFORE-PERIOD           VALUE "O".
    88  WS-ENTRY-IN-PERIOD               VALUE "P".
    88  WS-ENTRY-AFTER-PERIOD            VALUE "A".
01  WS-ENTRY-MOVEMENT                PIC X(2) VALUE SPACES.
    88  WS-MOVE-SUSPENDED                VALUE "SU".
    88  WS-MOVE-LEDGER-REJECT            VALUE "LR".
    88  WS-MOVE-BOUNCED                  VALUE "BO".
    88  WS-MOVE-ENTERED                  VALUE "EN".
    88  WS-MOVE-HELD-RELEASED            VALUE "HC".
    88  WS-MOVE-RELEASED                 VALUE "RL".
    88  WS-MOVE-WRITTEN-OFF              VALUE "WO".
    88  WS-MOVE-HELD-DECLINED            VALUE "DH".
    88  WS-MOVE-NONE                     VALUE "NO".

*> Net pending (P) and awaiting-approval (E) positions built from
*> the entries outside the period: 1 = before it (the opening
*> position), 2 = after it (the movement since the TO date).
01  WS-POS-IX                        PIC 9(1) COMP VALUE 0.
01  WS-POSITION-TABLE.
    05  WS-POSITION                OCCURS 2.
        10  WS-POS-P-COUNT         PIC S9(9).
        10  WS-POS-P-AMOUNT        PIC S9(13).
        10  WS-POS-E-COUNT         PIC S9(9).
        10  WS-POS-E-AMOUNT        PIC S9(13).

*> The period's movements, one pair per report line.
01  WS-PER-SUSPENDED-COUNT           PIC 9(9) VALUE 0.
01  WS-PER-SUSPENDED-AMOUNT          PIC 9(13) VALUE 0.
01  WS-PER-LEDGER-COUNT              PIC 9(9) VALUE 0.
01  WS-PER-LEDGER-AMOUNT             PIC 9(13) VALUE 0.
01  WS-PER-BOUNCED-COUNT             PIC 9(9) VALUE 0.
01  WS-PER-BOUNCED-AMOUNT            PIC 9(13) VALUE 0.
01  WS-PER-ENTERED-COUNT             PIC 9(9) VALUE 0.
01  WS-PER-ENTERED-AMOUNT            PIC 9(13) VALUE 0.
01  WS-PER-HELD-REL-COUNT            PIC 9(9) VALUE 0.
01  WS-PER-HELD-REL-AMOUNT           PIC 9(13) VALUE 0.
01  WS-PER-RELEASED-COUNT            PIC 9(9) VALUE 0.
01  WS-PER-RELEASED-AMOUNT           PIC 9(13) VALUE 0.
01  WS-PER-WRITTEN-OFF-COUNT         PIC 9(9) VALUE 0.
01  WS-PER-WRITTEN-OFF-AMOUNT        PIC 9(13) VALUE 0.
01  WS-PER-DECLINED-COUNT            PIC 9(9) VALUE 0.
01  WS-PER-DECLINED-AMOUNT           PIC 9(13) VALUE 0.

01  WS-CLOSE-P-COUNT                 PIC S9(9) VALUE 0.
01  WS-CLOSE-P-AMOUNT                PIC S9(13) VALUE 0.
01  WS-CLOSE-E-COUNT                 PIC S9(9) VALUE 0.
01  WS-CLOSE-E-AMOUNT                PIC S9(13) VALUE 0.
01  WS-NOW-P-COUNT                   PIC S9(9) VALUE 0.
01  WS-NOW-P-AMOUNT                  PIC S9(13) VALUE 0.
01  WS-NOW-E-COUNT                   PIC S9(9) VALUE 0.
01  WS-NOW-E-AMOUNT                  PIC S9(13) VALUE 0.
01  WS-DIFF-COUNT                    PIC S9(9) VALUE 0.
01  WS-DIFF-AMOUNT                   PIC S9(13) VALUE 0.
01  WS-OUT-OF-BALANCE-SWITCH         PIC X VALUE "N".
    88  WS-OUT-OF-BALANCE                VALUE "Y".

01  WS-RPT-HEADER-LINE.
    05  FILLER                     PIC X(38) VALUE
        "SUSPENSE CONTROL ROLL-FORWARD - DATE ".
    05  WS-RPT-HDR-DATE            PIC 9(8).
01  WS-RPT-PERIOD-LINE.
    05  FILLER                     PIC X(12) VALUE "PERIOD FROM ".
    05  WS-RPT-PERIOD-FROM         PIC X(14).
    05  FILLER                     PIC X(4) VALUE " TO ".
    05  WS-RPT-PERIOD-TO           PIC 9(8).
01  WS-RPT-COLUMN-LINE.
    05  FILLER                     PIC X(36) VALUE SPACES.
    05  FILLER                     PIC X(27) VALUE
        "ITEMS                AMOUNT".
01  WS-RPT-AMOUNT-LINE.
    05  WS-RPT-LABEL               PIC X(32).
    05  WS-RPT-COUNT-EDIT          PIC -(8)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RPT-AMOUNT-EDIT         PIC -(13)9.
01  WS-RPT-RULE-LINE.
    05  FILLER                     PIC X(32) VALUE SPACES.
    05  FILLER                     PIC X(25) VALUE ALL "-".
01  WS-RPT-VERDICT-LINE.
    05  FILLER                     PIC X(15) VALUE
        "TIE TO FILE  : ".
    05  WS-RPT-VERDICT             PIC X(14).

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-CHECK-BATCH-WINDOW
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    PERFORM 0100-ACCEPT-PERIOD

    OPEN OUTPUT ROLL-FORWARD-REPORT
    IF WS-RPT-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN SUSROLRP.TXT, FILE STATUS="
            WS-RPT-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-TODAY-DATE TO WS-RPT-HDR-DATE
    WRITE WS-REPORT-LINE FROM WS-RPT-HEADER-LINE
    IF WS-FROM-DATE = 0 THEN
        MOVE "START OF TRAIL" TO WS-RPT-PERIOD-FROM
    ELSE
        MOVE WS-FROM-DATE TO WS-RPT-PERIOD-FROM
    END-IF
    MOVE WS-TO-DATE TO WS-RPT-PERIOD-TO
    WRITE WS-REPORT-LINE FROM WS-RPT-PERIOD-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE

    INITIALIZE WS-POSITION-TABLE
    PERFORM 1000-WALK-SUSPENSE-FILE
    PERFORM 1200-WALK-HISTORY-INDEX
    PERFORM 2000-READ-AUDIT-TRAIL
    PERFORM 3000-WRITE-ROLL-FORWARD

    CLOSE ROLL-FORWARD-REPORT

    IF WS-OUT-OF-BALANCE THEN
        DISPLAY "SUSROLL: SUSPENSE DOES NOT TIE - SEE SUSROLRP.TXT"
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "SUSROLL: SUSPENSE TIES TO THE AUDIT TRAIL"
    END-IF
    DISPLAY "AUDIT FILES READ......: " WS-AUDIT-FILES-READ
    DISPLAY "AUDIT ENTRIES READ....: " WS-AUDIT-ENTRIES-READ
    STOP RUN.

0005-CHECK-BATCH-WINDOW.
    *> A proof run over a half-finished update proves nothing -
    *> refuse while anything holds the batch window (BATCHLCK).
    MOVE "SUSROLL" TO LRQ-PROGRAM
    SET LRQ-CHECK TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF NOT LRQ-GRANTED THEN
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

0100-ACCEPT-PERIOD.
    *> A date that is not 8 digits is treated as blank, with a
    *> warning, the same as AUDINQ's selection prompts.
    MOVE WS-TODAY-DATE TO WS-TO-DATE
    DISPLAY "FROM DATE (YYYYMMDD, BLANK FOR START OF TRAIL): "
    ACCEPT WS-FROM-DATE-INPUT
    IF WS-FROM-DATE-INPUT NOT = SPACES THEN
        IF WS-FROM-DATE-INPUT IS NUMERIC THEN
            MOVE WS-FROM-DATE-INPUT TO WS-FROM-DATE
        ELSE
            DISPLAY "WARNING: FROM DATE NOT NUMERIC - IGNORED"
        END-IF
    END-IF
    DISPLAY "TO DATE (YYYYMMDD, BLANK FOR TODAY): "
    ACCEPT WS-TO-DATE-INPUT
    IF WS-TO-DATE-INPUT NOT = SPACES THEN
        IF WS-TO-DATE-INPUT IS NUMERIC THEN
            MOVE WS-TO-DATE-INPUT TO WS-TO-DATE
        ELSE
            DISPLAY "WARNING: TO DATE NOT NUMERIC - IGNORED"
        END-IF
    END-IF
    IF WS-FROM-DATE > WS-TO-DATE THEN
        DISPLAY "ERROR: FROM DATE " WS-FROM-DATE
            " IS AFTER TO DATE " WS-TO-DATE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1000-WALK-SUSPENSE-FILE.
    *> No suspense file yet is a legitimate zero side - the trail
    *> decides whether zero was expected.
    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT SUSPENSE-FILE
    EVALUATE WS-SUS-FILE-STATUS
        WHEN "00"
            PERFORM UNTIL WS-EOF
                READ SUSPENSE-FILE NEXT RECORD
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        PERFORM 1100-COUNT-ONE-ITEM
                END-READ
            END-PERFORM
            CLOSE SUSPENSE-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: CANNOT OPEN SUSPENSE.DAT, FILE STATUS="
                WS-SUS-FILE-STATUS
            MOVE "SUSPENSE.DAT UNREADABLE - ROLL-FORWARD NOT RUN"
                TO WS-REPORT-LINE
            WRITE WS-REPORT-LINE
            CLOSE ROLL-FORWARD-REPORT
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

1100-COUNT-ONE-ITEM.
    IF SUS-SUSPENSE-DATE IS NUMERIC
    AND SUS-SUSPENSE-DATE > 0
    AND SUS-SUSPENSE-DATE < WS-OLDEST-ITEM-DATE THEN
        MOVE SUS-SUSPENSE-DATE TO WS-OLDEST-ITEM-DATE
    END-IF
    IF SUS-ORIGINAL-FIELD-A IS NUMERIC THEN
        MOVE SUS-ORIGINAL-FIELD-A TO WS-ENTRY-AMOUNT
    ELSE
        MOVE 0 TO WS-ENTRY-AMOUNT
    END-IF
    EVALUATE TRUE
        WHEN SUS-STATUS-PENDING
            ADD 1 TO WS-FILE-P-COUNT
            ADD WS-ENTRY-AMOUNT TO WS-FILE-P-AMOUNT
            IF SUS-ORIGINAL-FIELD-A IS NOT NUMERIC THEN
                ADD 1 TO WS-FILE-UNREADABLE-COUNT
            END-IF
        WHEN SUS-STATUS-ENTERED
            ADD 1 TO WS-FILE-E-COUNT
            ADD WS-ENTRY-AMOUNT TO WS-FILE-E-AMOUNT
            IF SUS-ORIGINAL-FIELD-A IS NOT NUMERIC THEN
                ADD 1 TO WS-FILE-UNREADABLE-COUNT
            END-IF
        WHEN SUS-STATUS-CORRECTED
            ADD 1 TO WS-FILE-C-COUNT
        WHEN SUS-STATUS-WRITTEN-OFF
            ADD 1 TO WS-FILE-W-COUNT
    END-EVALUATE.

1200-WALK-HISTORY-INDEX.
    *> Archived items only reach back the oldest date - they left the
    *> suspense balance before HOUSEKP moved them. No index means
    *> nothing has been archived.
    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT HISTORY-INDEX-FILE
    EVALUATE WS-SHX-FILE-STATUS
        WHEN "00"
            PERFORM UNTIL WS-EOF
                READ HISTORY-INDEX-FILE NEXT RECORD
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        IF SHX-SUSPENSE-DATE IS NUMERIC
                        AND SHX-SUSPENSE-DATE > 0
                        AND SHX-SUSPENSE-DATE < WS-OLDEST-ITEM-DATE
                            MOVE SHX-SUSPENSE-DATE
                                TO WS-OLDEST-ITEM-DATE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HISTORY-INDEX-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: CANNOT OPEN SUSHSTIX.DAT, FILE STATUS="
                WS-SHX-FILE-STATUS
            MOVE "SUSHSTIX.DAT UNREADABLE - ROLL-FORWARD NOT RUN"
                TO WS-REPORT-LINE
            WRITE WS-REPORT-LINE
            CLOSE ROLL-FORWARD-REPORT
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

2000-READ-AUDIT-TRAIL.
    *> Generations first, oldest month first, then the live log.
    IF WS-FROM-DATE > 0 AND WS-FROM-DATE < WS-OLDEST-ITEM-DATE THEN
        MOVE WS-FROM-DATE TO WS-GEN-START-DATE
    ELSE
        MOVE WS-OLDEST-ITEM-DATE TO WS-GEN-START-DATE
    END-IF
    IF WS-GEN-START-DATE > WS-TODAY-DATE THEN
        MOVE WS-TODAY-DATE TO WS-GEN-START-DATE
    END-IF
    MOVE WS-GEN-START-DATE(1:6) TO WS-GEN-PERIOD
    MOVE WS-TODAY-DATE(1:6) TO WS-GEN-LAST-PERIOD
    PERFORM UNTIL WS-GEN-PERIOD > WS-GEN-LAST-PERIOD
               OR WS-TRAIL-FAILED
        MOVE SPACES TO WS-AUDIT-FILE-NAME
        STRING "AUDLOG" WS-GEN-YEAR WS-GEN-MONTH ".DAT"
            DELIMITED BY SIZE INTO WS-AUDIT-FILE-NAME
        PERFORM 2050-READ-ONE-AUDIT-FILE
        IF WS-GEN-MONTH = 12 THEN
            ADD 1 TO WS-GEN-YEAR
            MOVE 1 TO WS-GEN-MONTH
        ELSE
            ADD 1 TO WS-GEN-MONTH
        END-IF
    END-PERFORM
    IF NOT WS-TRAIL-FAILED THEN
        MOVE "AUDITLOG.TXT" TO WS-AUDIT-FILE-NAME
        PERFORM 2050-READ-ONE-AUDIT-FILE
    END-IF
    IF WS-TRAIL-FAILED THEN
        MOVE SPACES TO WS-REPORT-LINE
        STRING WS-AUDIT-FILE-NAME DELIMITED BY SPACE
            " UNREADABLE - ROLL-FORWARD NOT RUN"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        CLOSE ROLL-FORWARD-REPORT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

2050-READ-ONE-AUDIT-FILE.
    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT AUDIT-LOG-FILE
    EVALUATE WS-AUD-FILE-STATUS
        WHEN "00"
            ADD 1 TO WS-AUDIT-FILES-READ
            IF WS-FIRST-FILE-NAME = SPACES THEN
                MOVE WS-AUDIT-FILE-NAME TO WS-FIRST-FILE-NAME
            END-IF
            PERFORM UNTIL WS-EOF
                READ AUDIT-LOG-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-AUDIT-ENTRIES-READ
                        PERFORM 2100-APPLY-ONE-ENTRY
                END-READ
            END-PERFORM
            CLOSE AUDIT-LOG-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: CANNOT OPEN " WS-AUDIT-FILE-NAME
                ", FILE STATUS=" WS-AUD-FILE-STATUS
            SET WS-TRAIL-FAILED TO TRUE
    END-EVALUATE.

2100-APPLY-ONE-ENTRY.
    IF AUD-ORIGINAL-VALUE IS NUMERIC THEN
        MOVE AUD-ORIGINAL-VALUE TO WS-ENTRY-AMOUNT
    ELSE
        MOVE 0 TO WS-ENTRY-AMOUNT
    END-IF

    EVALUATE TRUE
        WHEN AUD-DATE IS NOT NUMERIC
            ADD 1 TO WS-UNDATED-ENTRY-COUNT
            SET WS-ENTRY-BEFORE-PERIOD TO TRUE
        WHEN AUD-DATE < WS-FROM-DATE
            SET WS-ENTRY-BEFORE-PERIOD TO TRUE
        WHEN AUD-DATE > WS-TO-DATE
            SET WS-ENTRY-AFTER-PERIOD TO TRUE
        WHEN OTHER
            SET WS-ENTRY-IN-PERIOD TO TRUE
    END-EVALUATE

    PERFORM 2150-CLASSIFY-ENTRY

    EVALUATE TRUE
        WHEN WS-MOVE-NONE
            CONTINUE
        WHEN WS-ENTRY-IN-PERIOD
            PERFORM 2200-ADD-TO-PERIOD
        WHEN WS-ENTRY-BEFORE-PERIOD
            MOVE 1 TO WS-POS-IX
            PERFORM 2300-ADD-TO-POSITION
        WHEN OTHER
            MOVE 2 TO WS-POS-IX
            PERFORM 2300-ADD-TO-POSITION
    END-EVALUATE.

2150-CLASSIFY-ENTRY.
    *> SUSAPPR's held-item pass acts on items nobody entered, so its
    *> C and R entries carry no maker id; every other C/R follows an
    *> E and carries the maker.
    EVALUATE TRUE
        WHEN AUD-ACTION-SUSPENDED AND AUD-REASON-CODE = "LR"
            SET WS-MOVE-LEDGER-REJECT TO TRUE
        WHEN AUD-ACTION-SUSPENDED
            SET WS-MOVE-SUSPENDED TO TRUE
        WHEN AUD-ACTION-ENTERED
            SET WS-MOVE-ENTERED TO TRUE
        WHEN AUD-ACTION-REJECTED AND AUD-ENTERED-BY = SPACES
            SET WS-MOVE-HELD-DECLINED TO TRUE
        WHEN AUD-ACTION-REJECTED
            SET WS-MOVE-BOUNCED TO TRUE
        WHEN AUD-ACTION-CORRECTED AND AUD-ENTERED-BY = SPACES
            SET WS-MOVE-HELD-RELEASED TO TRUE
        WHEN AUD-ACTION-CORRECTED
            SET WS-MOVE-RELEASED TO TRUE
        WHEN AUD-ACTION-WRITTEN-OFF
            SET WS-MOVE-WRITTEN-OFF TO TRUE
        WHEN OTHER
            SET WS-MOVE-NONE TO TRUE
    END-EVALUATE.

2200-ADD-TO-PERIOD.
    EVALUATE TRUE
        WHEN WS-MOVE-SUSPENDED
            ADD 1 TO WS-PER-SUSPENDED-COUNT
            ADD WS-ENTRY-AMOUNT TO WS-PER-SUSPENDED-AMOUNT
        WHEN WS-MOVE-LEDGER-REJECT
            ADD 1 TO WS-PER-LEDGER-COUNT
            ADD WS-ENTRY-AMOUNT TO WS-PER-LEDGER-AMOUNT
        WHEN WS-MOVE-BOUNCED
            ADD 1 TO WS-PER-BOUNCED-COUNT
            ADD WS-ENTRY-AMOUNT TO WS-PER-BOUNCED-AMOUNT
        WHEN WS-MOVE-ENTERED
            ADD 1 TO WS-PER-ENTERED-COUNT
            ADD WS-ENTRY-AMOUNT TO WS-PER-ENTERED-AMOUNT
        WHEN WS-MOVE-HELD-RELEASED
            ADD 1 TO WS-PER-HELD-REL-COUNT
            ADD WS-ENTRY-AMOUNT TO WS-PER-HELD-REL-AMOUNT
        WHEN WS-MOVE-RELEASED
            ADD 1 TO WS-PER-RELEASED-COUNT
            ADD WS-ENTRY-AMOUNT TO WS-PER-RELEASED-AMOUNT
        WHEN WS-MOVE-WRITTEN-OFF
            ADD 1 TO WS-PER-WRITTEN-OFF-COUNT
            ADD WS-ENTRY-AMOUNT TO WS-PER-WRITTEN-OFF-AMOUNT
        WHEN WS-MOVE-HELD-DECLINED
            ADD 1 TO WS-PER-DECLINED-COUNT
            ADD WS-ENTRY-AMOUNT TO WS-PER-DECLINED-AMOUNT
    END-EVALUATE.

2300-ADD-TO-POSITION.
    *> Into pending: suspends, ledger rejects, bounces. Out of
    *> pending: entries, held releases, write-offs. Into awaiting
    *> approval: entries; out of it: bounces and releases.
    EVALUATE TRUE
        WHEN WS-MOVE-SUSPENDED
        WHEN WS-MOVE-LEDGER-REJECT
            ADD 1 TO WS-POS-P-COUNT(WS-POS-IX)
            ADD WS-ENTRY-AMOUNT TO WS-POS-P-AMOUNT(WS-POS-IX)
        WHEN WS-MOVE-BOUNCED
            ADD 1 TO WS-POS-P-COUNT(WS-POS-IX)
            ADD WS-ENTRY-AMOUNT TO WS-POS-P-AMOUNT(WS-POS-IX)
            SUBTRACT 1 FROM WS-POS-E-COUNT(WS-POS-IX)
            SUBTRACT WS-ENTRY-AMOUNT FROM WS-POS-E-AMOUNT(WS-POS-IX)
        WHEN WS-MOVE-ENTERED
            SUBTRACT 1 FROM WS-POS-P-COUNT(WS-POS-IX)
            SUBTRACT WS-ENTRY-AMOUNT FROM WS-POS-P-AMOUNT(WS-POS-IX)
            ADD 1 TO WS-POS-E-COUNT(WS-POS-IX)
            ADD WS-ENTRY-AMOUNT TO WS-POS-E-AMOUNT(WS-POS-IX)
        WHEN WS-MOVE-HELD-RELEASED
        WHEN WS-MOVE-WRITTEN-OFF
            SUBTRACT 1 FROM WS-POS-P-COUNT(WS-POS-IX)
            SUBTRACT WS-ENTRY-AMOUNT FROM WS-POS-P-AMOUNT(WS-POS-IX)
        WHEN WS-MOVE-RELEASED
            SUBTRACT 1 FROM WS-POS-E-COUNT(WS-POS-IX)
            SUBTRACT WS-ENTRY-AMOUNT FROM WS-POS-E-AMOUNT(WS-POS-IX)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

3000-WRITE-ROLL-FORWARD.
    WRITE WS-REPORT-LINE FROM WS-RPT-COLUMN-LINE

    *> Pending.
    COMPUTE WS-CLOSE-P-COUNT = WS-POS-P-COUNT(1)
        + WS-PER-SUSPENDED-COUNT + WS-PER-LEDGER-COUNT
        + WS-PER-BOUNCED-COUNT - WS-PER-ENTERED-COUNT
        - WS-PER-HELD-REL-COUNT - WS-PER-WRITTEN-OFF-COUNT
    COMPUTE WS-CLOSE-P-AMOUNT = WS-POS-P-AMOUNT(1)
        + WS-PER-SUSPENDED-AMOUNT + WS-PER-LEDGER-AMOUNT
        + WS-PER-BOUNCED-AMOUNT - WS-PER-ENTERED-AMOUNT
        - WS-PER-HELD-REL-AMOUNT - WS-PER-WRITTEN-OFF-AMOUNT
    MOVE "PENDING AT OPENING............: " TO WS-RPT-LABEL
    MOVE WS-POS-P-COUNT(1) TO WS-RPT-COUNT-EDIT
    MOVE WS-POS-P-AMOUNT(1) TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "  ADD SUSPENDED (NUMVAL01)....: " TO WS-RPT-LABEL
    MOVE WS-PER-SUSPENDED-COUNT TO WS-RPT-COUNT-EDIT
    MOVE WS-PER-SUSPENDED-AMOUNT TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "  ADD LEDGER REJECTS (EXTACK).: " TO WS-RPT-LABEL
    MOVE WS-PER-LEDGER-COUNT TO WS-RPT-COUNT-EDIT
    MOVE WS-PER-LEDGER-AMOUNT TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "  ADD BOUNCED BACK TO PENDING.: " TO WS-RPT-LABEL
    MOVE WS-PER-BOUNCED-COUNT TO WS-RPT-COUNT-EDIT
    MOVE WS-PER-BOUNCED-AMOUNT TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "  LESS ENTERED FOR APPROVAL...: " TO WS-RPT-LABEL
    MOVE WS-PER-ENTERED-COUNT TO WS-RPT-COUNT-EDIT
    MOVE WS-PER-ENTERED-AMOUNT TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "  LESS HELD ITEMS RELEASED....: " TO WS-RPT-LABEL
    MOVE WS-PER-HELD-REL-COUNT TO WS-RPT-COUNT-EDIT
    MOVE WS-PER-HELD-REL-AMOUNT TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "  LESS WRITTEN OFF (SUSAGE)...: " TO WS-RPT-LABEL
    MOVE WS-PER-WRITTEN-OFF-COUNT TO WS-RPT-COUNT-EDIT
    MOVE WS-PER-WRITTEN-OFF-AMOUNT TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    WRITE WS-REPORT-LINE FROM WS-RPT-RULE-LINE
    MOVE "PENDING AT CLOSING............: " TO WS-RPT-LABEL
    MOVE WS-CLOSE-P-COUNT TO WS-RPT-COUNT-EDIT
    MOVE WS-CLOSE-P-AMOUNT TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE

    *> Awaiting approval.
    COMPUTE WS-CLOSE-E-COUNT = WS-POS-E-COUNT(1)
        + WS-PER-ENTERED-COUNT - WS-PER-BOUNCED-COUNT
        - WS-PER-RELEASED-COUNT
    COMPUTE WS-CLOSE-E-AMOUNT = WS-POS-E-AMOUNT(1)
        + WS-PER-ENTERED-AMOUNT - WS-PER-BOUNCED-AMOUNT
        - WS-PER-RELEASED-AMOUNT
    MOVE "AWAITING APPROVAL AT OPENING..: " TO WS-RPT-LABEL
    MOVE WS-POS-E-COUNT(1) TO WS-RPT-COUNT-EDIT
    MOVE WS-POS-E-AMOUNT(1) TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "  ADD ENTERED FOR APPROVAL....: " TO WS-RPT-LABEL
    MOVE WS-PER-ENTERED-COUNT TO WS-RPT-COUNT-EDIT
    MOVE WS-PER-ENTERED-AMOUNT TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "  LESS BOUNCED BACK TO PENDING: " TO WS-RPT-LABEL
    MOVE WS-PER-BOUNCED-COUNT TO WS-RPT-COUNT-EDIT
    MOVE WS-PER-BOUNCED-AMOUNT TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "  LESS RELEASED (SUSAPPR).....: " TO WS-RPT-LABEL
    MOVE WS-PER-RELEASED-COUNT TO WS-RPT-COUNT-EDIT
    MOVE WS-PER-RELEASED-AMOUNT TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    WRITE WS-REPORT-LINE FROM WS-RPT-RULE-LINE
    MOVE "AWAITING APPROVAL AT CLOSING..: " TO WS-RPT-LABEL
    MOVE WS-CLOSE-E-COUNT TO WS-RPT-COUNT-EDIT
    MOVE WS-CLOSE-E-AMOUNT TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE

    MOVE "SUSPENSE BALANCE AT CLOSING...: " TO WS-RPT-LABEL
    COMPUTE WS-DIFF-COUNT = WS-CLOSE-P-COUNT + WS-CLOSE-E-COUNT
    COMPUTE WS-DIFF-AMOUNT = WS-CLOSE-P-AMOUNT + WS-CLOSE-E-AMOUNT
    MOVE WS-DIFF-COUNT TO WS-RPT-COUNT-EDIT
    MOVE WS-DIFF-AMOUNT TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE

    PERFORM 3200-WRITE-TIE-TO-FILE
    PERFORM 3300-WRITE-MEMO-LINES.

3200-WRITE-TIE-TO-FILE.
    *> The trail's position today - the period's close plus whatever
    *> it records after the TO date - against what is on file today.
    COMPUTE WS-NOW-P-COUNT = WS-CLOSE-P-COUNT + WS-POS-P-COUNT(2)
    COMPUTE WS-NOW-P-AMOUNT = WS-CLOSE-P-AMOUNT + WS-POS-P-AMOUNT(2)
    COMPUTE WS-NOW-E-COUNT = WS-CLOSE-E-COUNT + WS-POS-E-COUNT(2)
    COMPUTE WS-NOW-E-AMOUNT = WS-CLOSE-E-AMOUNT + WS-POS-E-AMOUNT(2)

    MOVE "TIE TO SUSPENSE.DAT" TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "PENDING MOVEMENT AFTER PERIOD.: " TO WS-RPT-LABEL
    MOVE WS-POS-P-COUNT(2) TO WS-RPT-COUNT-EDIT
    MOVE WS-POS-P-AMOUNT(2) TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "PENDING PER TRAIL TODAY.......: " TO WS-RPT-LABEL
    MOVE WS-NOW-P-COUNT TO WS-RPT-COUNT-EDIT
    MOVE WS-NOW-P-AMOUNT TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "PENDING ON FILE (STATUS P)....: " TO WS-RPT-LABEL
    MOVE WS-FILE-P-COUNT TO WS-RPT-COUNT-EDIT
    MOVE WS-FILE-P-AMOUNT TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    COMPUTE WS-DIFF-COUNT = WS-FILE-P-COUNT - WS-NOW-P-COUNT
    COMPUTE WS-DIFF-AMOUNT = WS-FILE-P-AMOUNT - WS-NOW-P-AMOUNT
    IF WS-DIFF-COUNT NOT = 0 OR WS-DIFF-AMOUNT NOT = 0 THEN
        SET WS-OUT-OF-BALANCE TO TRUE
    END-IF
    MOVE "  DIFFERENCE..................: " TO WS-RPT-LABEL
    MOVE WS-DIFF-COUNT TO WS-RPT-COUNT-EDIT
    MOVE WS-DIFF-AMOUNT TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE

    MOVE "AWAITING MOVEMENT AFTER PERIOD: " TO WS-RPT-LABEL
    MOVE WS-POS-E-COUNT(2) TO WS-RPT-COUNT-EDIT
    MOVE WS-POS-E-AMOUNT(2) TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "AWAITING PER TRAIL TODAY......: " TO WS-RPT-LABEL
    MOVE WS-NOW-E-COUNT TO WS-RPT-COUNT-EDIT
    MOVE WS-NOW-E-AMOUNT TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "AWAITING ON FILE (STATUS E)...: " TO WS-RPT-LABEL
    MOVE WS-FILE-E-COUNT TO WS-RPT-COUNT-EDIT
    MOVE WS-FILE-E-AMOUNT TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    COMPUTE WS-DIFF-COUNT = WS-FILE-E-COUNT - WS-NOW-E-COUNT
    COMPUTE WS-DIFF-AMOUNT = WS-FILE-E-AMOUNT - WS-NOW-E-AMOUNT
    IF WS-DIFF-COUNT NOT = 0 OR WS-DIFF-AMOUNT NOT = 0 THEN
        SET WS-OUT-OF-BALANCE TO TRUE
    END-IF
    MOVE "  DIFFERENCE..................: " TO WS-RPT-LABEL
    MOVE WS-DIFF-COUNT TO WS-RPT-COUNT-EDIT
    MOVE WS-DIFF-AMOUNT TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    IF WS-OUT-OF-BALANCE THEN
        MOVE "OUT OF BALANCE" TO WS-RPT-VERDICT
    ELSE
        MOVE "IN BALANCE" TO WS-RPT-VERDICT
    END-IF
    WRITE WS-REPORT-LINE FROM WS-RPT-VERDICT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

3300-WRITE-MEMO-LINES.
    MOVE "MEMO: HELD ITEMS DECLINED.....: " TO WS-RPT-LABEL
    MOVE WS-PER-DECLINED-COUNT TO WS-RPT-COUNT-EDIT
    MOVE WS-PER-DECLINED-AMOUNT TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "  (DECLINED ITEMS STAY PENDING - NO MOVEMENT)"
        TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "OPEN ITEMS WITH UNREADABLE AMOUNT (NO VALUE): "
        WS-FILE-UNREADABLE-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ITEMS RELEASED / WRITTEN OFF ON FILE.......: "
        WS-FILE-C-COUNT " / " WS-FILE-W-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "AUDIT ENTRIES READ.........................: "
        WS-AUDIT-ENTRIES-READ
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "UNDATED ENTRIES (TAKEN INTO OPENING).......: "
        WS-UNDATED-ENTRY-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "AUDIT FILES READ...........................: "
        WS-AUDIT-FILES-READ "  FIRST: " WS-FIRST-FILE-NAME
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.
