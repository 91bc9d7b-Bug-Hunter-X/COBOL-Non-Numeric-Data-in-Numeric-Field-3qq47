IDENTIFICATION DIVISION.
PROGRAM-ID. OPERACT.

*> Operator activity and correction turnaround. OPERPROF.DAT says who
*> may enter and approve; the audit trail says who did. For a period
*> (FROM and TO dates, prompted - a blank FROM means the first of the
*> current month, a blank TO means today) this report answers the
*> auditors' questions from the S/E/C/R/W entries, joined by
*> AUD-ITEM-KEY to SUSPENSE.DAT and by id to OPERPROF.DAT:
*>
*>   - per operator, the corrections entered (E, by AUD-ENTERED-BY),
*>     released and bounced (C and R, by AUD-APPROVED-BY), and the
*>     held items released or declined straight from pending (C and R
*>     with no maker - SUSAPPR's held-item pass), counts and amounts;
*>   - per operator and overall, the turnaround in business days:
*>     suspension to entry (the maker's wait, from the item's
*>     SUS-SUSPENSE-DATE), entry to release (the checker's wait, from
*>     the item's latest E entry - a bounced item re-entered starts
*>     again), and suspension to release for held items, average and
*>     worst case;
*>   - ids on the trail that are inactive on OPERPROF.DAT, or not on
*>     it at all;
*>   - maker-checker pairs that keep releasing each other's work -
*>     each has released at least the pair minimum of the other's
*>     corrections in the period;
*>   - releases made close to the approver's OPR-APPROVAL-LIMIT (at
*>     or above the near-limit percentage of it), listed one by one.
*>     The limit is the one on file today; a release above it means
*>     the limit has been lowered since, and is marked so.
*>
*> The amount on an E, C or R entry is the corrected WS-FIELD-A
*> (AUD-CORRECTED-VALUE) - the figure the approval limit is measured
*> against; a declined held item counts at its original amount.
*> Business days follow the maintained holiday calendar (HOLCAL.DAT)
*> the same way SUSAGE does - weekends never count, and without the
*> calendar only weekends are skipped. The day an item arrived is not
*> counted and the day it moved is, so an item entered the day it
*> was suspended waited 0 days.
*>
*> The near-limit percentage and the pair minimum come from
*> OPERACT.PRM (two 3-digit numbers, columns 1-3 and 4-6); when the
*> file is absent they default to 90 percent and 3. An approver with
*> the unlimited 99999 limit is never near it.
*>
*> The trail is read in date order exactly as SUSROLL reads it: the
*> AUDARCH generations (AUDLOGyyyymm.DAT) from the earlier of the
*> FROM date's month and the month of the oldest item on
*> SUSPENSE.DAT, then the live AUDITLOG.TXT - the entries before the
*> period only supply the entry dates of items released inside it.
*> An item HOUSEKP has archived off SUSPENSE.DAT is still measured:
*> its suspension date is kept on the suspense-history index
*> (SUSHSTIX.DAT), which is read for it and also counts toward the
*> oldest item. An item on neither, or whose dates are unusable, is
*> counted but its turnaround is not measured, and the report says
*> how many. The report goes to OPERACRP.TXT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SUS-ITEM-KEY
        FILE STATUS IS WS-SUS-FILE-STATUS.

    SELECT HISTORY-INDEX-FILE ASSIGN TO "SUSHSTIX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SHX-ITEM-KEY
        FILE STATUS IS WS-SHX-FILE-STATUS.

    *> Dynamic ASSIGN: each AUDARCH generation in turn, then the live
    *> log.
    SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUD-FILE-STATUS.

    SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPR-FILE-STATUS.

    SELECT PARAM-FILE ASSIGN TO "OPERACT.PRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRM-FILE-STATUS.

    SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-FILE-STATUS.

    SELECT ACTIVITY-REPORT ASSIGN TO "OPERACRP.TXT"
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

FD  OPERATOR-PROFILE-FILE.
COPY "OPERREC.CPY".

FD  PARAM-FILE.
01  WS-PARAM-RECORD.
    05  PRM-NEAR-LIMIT-PCT         PIC 9(3).
    05  PRM-PAIR-MINIMUM           PIC 9(3).

FD  HOLIDAY-CALENDAR-FILE.
01  WS-CALENDAR-LINE               PIC X(80).

FD  ACTIVITY-REPORT.
01  WS-REPORT-LINE                 PIC X(100).

WORKING-STORAGE SECTION.
01  WS-EOF-SWITCH                  PIC X VALUE "N".
    88  WS-EOF                         VALUE "Y".
01  WS-SUS-FILE-STATUS               PIC XX VALUE "00".
01  WS-SHX-FILE-STATUS               PIC XX VALUE "00".
01  WS-AUD-FILE-STATUS               PIC XX VALUE "00".
01  WS-OPR-FILE-STATUS               PIC XX VALUE "00".
01  WS-PRM-FILE-STATUS               PIC XX VALUE "00".
01  WS-RPT-FILE-STATUS               PIC XX VALUE "00".

01  WS-FROM-DATE-INPUT               PIC X(8).
01  WS-TO-DATE-INPUT                 PIC X(8).
01  WS-FROM-DATE                     PIC 9(8) VALUE 0.
01  WS-TO-DATE                       PIC 9(8) VALUE 0.
01  WS-TODAY-DATE                    PIC 9(8) VALUE 0.

01  WS-NEAR-LIMIT-PCT                PIC 9(3) VALUE 90.
01  WS-PAIR-MINIMUM                  PIC 9(3) VALUE 3.

01  WS-SUS-AVAILABLE-SWITCH          PIC X VALUE "N".
    88  WS-SUS-AVAILABLE                 VALUE "Y".
01  WS-SHX-AVAILABLE-SWITCH          PIC X VALUE "N".
    88  WS-SHX-AVAILABLE                 VALUE "Y".
01  WS-OLDEST-ITEM-DATE              PIC 9(8) VALUE 99999999.

*> Business-day calendar state, as SUSAGE keeps it: holidays from
*> the file, weekends from the day-of-week arithmetic (integer day 1
*> is a Monday, so MOD 7 gives 6 for Saturday and 0 for Sunday).
01  WS-CAL-FILE-STATUS               PIC XX VALUE "00".
01  WS-CAL-EOF-SWITCH                PIC X VALUE "N".
    88  WS-CAL-EOF                       VALUE "Y".
01  WS-CAL-AVAILABLE-SWITCH          PIC X VALUE "N".
    88  WS-CAL-AVAILABLE                 VALUE "Y".
01  WS-HOLIDAY-LIMIT                 PIC 9(3) COMP VALUE 400.
01  WS-HOLIDAY-COUNT                 PIC 9(3) COMP VALUE 0.
01  WS-HOLIDAY-IX                    PIC 9(3) COMP VALUE 0.
01  WS-HOLIDAY-TABLE.
    05  WS-HOLIDAY-DATE            OCCURS 400 PIC 9(8).
01  WS-CAND-DATE-INT                 PIC 9(8) VALUE 0.
01  WS-CAND-DATE                     PIC 9(8) VALUE 0.
01  WS-CAND-DOW                      PIC 9(1) VALUE 0.
01  WS-BUSINESS-DAY-SWITCH           PIC X VALUE "Y".
    88  WS-BUSINESS-DAY                  VALUE "Y".
    88  WS-NON-BUSINESS-DAY              VALUE "N".

*> One business-day span: WS-SPAN-FROM-DATE (not counted) to
*> WS-SPAN-TO-DATE (counted). WS-SPAN-MEASURED says whether both
*> dates were usable.
01  WS-SPAN-FROM-DATE                PIC 9(8) VALUE 0.
01  WS-SPAN-TO-DATE                  PIC 9(8) VALUE 0.
01  WS-SPAN-FROM-INT                 PIC 9(8) VALUE 0.
01  WS-SPAN-TO-INT                   PIC 9(8) VALUE 0.
01  WS-SPAN-DAYS                     PIC 9(5) VALUE 0.
01  WS-SPAN-MEASURED-SWITCH          PIC X VALUE "N".
    88  WS-SPAN-MEASURED                 VALUE "Y".

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
01  WS-PERIOD-ENTRIES                PIC 9(9) VALUE 0.
01  WS-TRAIL-FAILED-SWITCH           PIC X VALUE "N".
    88  WS-TRAIL-FAILED                  VALUE "Y".

*> One audit entry, classified.
01  WS-ENTRY-AMOUNT                  PIC 9(5) VALUE 0.
01  WS-ENTRY-IN-PERIOD-SWITCH        PIC X VALUE "N".
    88  WS-ENTRY-IN-PERIOD               VALUE "Y".
01  WS-ENTRY-ACTIVITY                PIC X(2) VALUE SPACES.
    88  WS-ACT-ENTERED                   VALUE "EN".
    88  WS-ACT-RELEASED                  VALUE "RL".
    88  WS-ACT-BOUNCED                   VALUE "BO".
    88  WS-ACT-HELD-RELEASED             VALUE "HC".
    88  WS-ACT-HELD-DECLINED             VALUE "HD".
    88  WS-ACT-NONE                      VALUE "NO".
01  WS-LOOKUP-ID                     PIC X(8) VALUE SPACES.
01  WS-ITEM-FOUND-SWITCH             PIC X VALUE "N".
    88  WS-ITEM-FOUND                    VALUE "Y".

*> Operators: everyone on OPERPROF.DAT, plus any id the trail names
*> that is not (status "?").
01  WS-OPERATOR-LIMIT                PIC 9(3) COMP VALUE 200.
01  WS-OPERATOR-COUNT                PIC 9(3) COMP VALUE 0.
01  WS-OPR-IX                        PIC 9(3) COMP VALUE 0.
01  WS-OPR-FOUND-IX                  PIC 9(3) COMP VALUE 0.
01  WS-OPERATOR-OVERFLOW             PIC 9(7) VALUE 0.
01  WS-OPR-EOF-SWITCH                PIC X VALUE "N".
    88  WS-OPR-EOF                       VALUE "Y".
01  WS-OPERATOR-TABLE.
    05  WS-OPERATOR                OCCURS 200.
        10  OPT-ID                 PIC X(8).
        10  OPT-ROLE               PIC X(1).
        10  OPT-STATUS             PIC X(1).
            88  OPT-ACTIVE             VALUE "A".
        10  OPT-LIMIT              PIC 9(5).
        10  OPT-LAST-DATE          PIC 9(8).
        10  OPT-ACTION-COUNT       PIC 9(7).
        10  OPT-ENTERED-COUNT      PIC 9(7).
        10  OPT-ENTERED-AMOUNT     PIC 9(11).
        10  OPT-RELEASED-COUNT     PIC 9(7).
        10  OPT-RELEASED-AMOUNT    PIC 9(11).
        10  OPT-BOUNCED-COUNT      PIC 9(7).
        10  OPT-BOUNCED-AMOUNT     PIC 9(11).
        10  OPT-HELD-REL-COUNT     PIC 9(7).
        10  OPT-HELD-REL-AMOUNT    PIC 9(11).
        10  OPT-HELD-DEC-COUNT     PIC 9(7).
        10  OPT-ENTRY-WAIT-COUNT   PIC 9(7).
        10  OPT-ENTRY-WAIT-TOTAL   PIC 9(9).
        10  OPT-ENTRY-WAIT-WORST   PIC 9(5).
        10  OPT-REL-WAIT-COUNT     PIC 9(7).
        10  OPT-REL-WAIT-TOTAL     PIC 9(9).
        10  OPT-REL-WAIT-WORST     PIC 9(5).
        10  OPT-HELD-WAIT-COUNT    PIC 9(7).
        10  OPT-HELD-WAIT-TOTAL    PIC 9(9).
        10  OPT-HELD-WAIT-WORST    PIC 9(5).
        10  OPT-NEAR-LIMIT-COUNT   PIC 9(7).

*> Corrections entered and not yet released or bounced, with the
*> date of the entry - the start of the checker's wait.
01  WS-OPEN-ENTRY-LIMIT              PIC 9(5) COMP VALUE 3000.
01  WS-OPEN-ENTRY-COUNT              PIC 9(5) COMP VALUE 0.
01  WS-OEN-IX                        PIC 9(5) COMP VALUE 0.
01  WS-OEN-FOUND-IX                  PIC 9(5) COMP VALUE 0.
01  WS-OPEN-ENTRY-OVERFLOW           PIC 9(7) VALUE 0.
01  WS-ENTRY-DATE                    PIC 9(8) VALUE 0.
01  WS-OPEN-ENTRY-TABLE.
    05  WS-OPEN-ENTRY              OCCURS 3000.
        10  OEN-ITEM-KEY           PIC 9(9).
        10  OEN-DATE               PIC 9(8).

*> Maker-checker pairs: how often CHECKER released MAKER's work.
01  WS-PAIR-LIMIT                    PIC 9(4) COMP VALUE 1000.
01  WS-PAIR-COUNT                    PIC 9(4) COMP VALUE 0.
01  WS-PAIR-IX                       PIC 9(4) COMP VALUE 0.
01  WS-PAIR-FOUND-IX                 PIC 9(4) COMP VALUE 0.
01  WS-REVERSE-IX                    PIC 9(4) COMP VALUE 0.
01  WS-PAIR-OVERFLOW                 PIC 9(7) VALUE 0.
01  WS-MUTUAL-PAIR-COUNT             PIC 9(5) VALUE 0.
01  WS-PAIR-TABLE.
    05  WS-PAIR                    OCCURS 1000.
        10  PRT-MAKER              PIC X(8).
        10  PRT-CHECKER            PIC X(8).
        10  PRT-RELEASED-COUNT     PIC 9(7).
        10  PRT-RELEASED-AMOUNT    PIC 9(11).

*> Releases at or near the approver's limit, in trail order.
01  WS-NEAR-LIMIT-LIMIT              PIC 9(4) COMP VALUE 500.
01  WS-NEAR-LIMIT-COUNT              PIC 9(4) COMP VALUE 0.
01  WS-NLT-IX                        PIC 9(4) COMP VALUE 0.
01  WS-NEAR-LIMIT-OVERFLOW           PIC 9(7) VALUE 0.
01  WS-NEAR-LIMIT-TABLE.
    05  WS-NEAR-LIMIT              OCCURS 500.
        10  NLT-DATE               PIC 9(8).
        10  NLT-ITEM-KEY           PIC 9(9).
        10  NLT-APPROVER           PIC X(8).
        10  NLT-MAKER              PIC X(8).
        10  NLT-AMOUNT             PIC 9(5).
        10  NLT-LIMIT              PIC 9(5).
        10  NLT-PERCENT            PIC 9(3).

*> Overall turnaround, with the item that waited longest.
01  WS-ALL-ENTRY-WAIT-COUNT          PIC 9(7) VALUE 0.
01  WS-ALL-ENTRY-WAIT-TOTAL          PIC 9(9) VALUE 0.
01  WS-ALL-ENTRY-WAIT-WORST          PIC 9(5) VALUE 0.
01  WS-ALL-ENTRY-WAIT-ITEM           PIC 9(9) VALUE 0.
01  WS-ALL-REL-WAIT-COUNT            PIC 9(7) VALUE 0.
01  WS-ALL-REL-WAIT-TOTAL            PIC 9(9) VALUE 0.
01  WS-ALL-REL-WAIT-WORST            PIC 9(5) VALUE 0.
01  WS-ALL-REL-WAIT-ITEM             PIC 9(9) VALUE 0.
01  WS-ALL-HELD-WAIT-COUNT           PIC 9(7) VALUE 0.
01  WS-ALL-HELD-WAIT-TOTAL           PIC 9(9) VALUE 0.
01  WS-ALL-HELD-WAIT-WORST           PIC 9(5) VALUE 0.
01  WS-ALL-HELD-WAIT-ITEM            PIC 9(9) VALUE 0.
01  WS-ALL-SUS-REL-COUNT             PIC 9(7) VALUE 0.
01  WS-ALL-SUS-REL-TOTAL             PIC 9(9) VALUE 0.
01  WS-ALL-SUS-REL-WORST             PIC 9(5) VALUE 0.
01  WS-ALL-SUS-REL-ITEM              PIC 9(9) VALUE 0.
01  WS-NOT-MEASURED-COUNT            PIC 9(7) VALUE 0.

01  WS-TOTAL-ENTERED-COUNT           PIC 9(7) VALUE 0.
01  WS-TOTAL-ENTERED-AMOUNT          PIC 9(11) VALUE 0.
01  WS-TOTAL-RELEASED-COUNT          PIC 9(7) VALUE 0.
01  WS-TOTAL-RELEASED-AMOUNT         PIC 9(11) VALUE 0.
01  WS-TOTAL-BOUNCED-COUNT           PIC 9(7) VALUE 0.
01  WS-TOTAL-BOUNCED-AMOUNT          PIC 9(11) VALUE 0.
01  WS-TOTAL-HELD-REL-COUNT          PIC 9(7) VALUE 0.
01  WS-TOTAL-HELD-REL-AMOUNT         PIC 9(11) VALUE 0.
01  WS-TOTAL-HELD-DEC-COUNT          PIC 9(7) VALUE 0.
01  WS-FLAGGED-ID-COUNT              PIC 9(5) VALUE 0.

01  WS-WAIT-COUNT                    PIC 9(7) VALUE 0.
01  WS-WAIT-TOTAL                    PIC 9(9) VALUE 0.
01  WS-WAIT-AVERAGE                  PIC 9(5)V9 VALUE 0.
01  WS-PERCENT-WORK                  PIC 9(7) VALUE 0.
01  WS-LIMIT-EDIT                    PIC Z(4)9.

01  WS-RPT-HEADER-LINE.
    05  FILLER                     PIC X(40) VALUE
        "OPERATOR ACTIVITY AND TURNAROUND - DATE ".
    05  WS-RPT-HDR-DATE            PIC 9(8).
01  WS-RPT-PERIOD-LINE.
    05  FILLER                     PIC X(12) VALUE "PERIOD FROM ".
    05  WS-RPT-PERIOD-FROM         PIC 9(8).
    05  FILLER                     PIC X(4) VALUE " TO ".
    05  WS-RPT-PERIOD-TO           PIC 9(8).

*> Activity section - one line per operator, counts and amounts.
01  WS-RPA-TITLE-LINE.
    05  FILLER                     PIC X(22) VALUE SPACES.
    05  FILLER                     PIC X(18) VALUE " ENTERED".
    05  FILLER                     PIC X(18) VALUE " APPROVED".
    05  FILLER                     PIC X(18) VALUE " BOUNCED".
    05  FILLER                     PIC X(18) VALUE " HELD RELEASED".
    05  FILLER                     PIC X(6) VALUE "  HELD".
01  WS-RPA-COLUMN-LINE.
    05  FILLER                     PIC X(22) VALUE
        "OPERATOR  R S  LIMIT".
    05  FILLER                     PIC X(18) VALUE
        " ITEMS     AMOUNT".
    05  FILLER                     PIC X(18) VALUE
        " ITEMS     AMOUNT".
    05  FILLER                     PIC X(18) VALUE
        " ITEMS     AMOUNT".
    05  FILLER                     PIC X(18) VALUE
        " ITEMS     AMOUNT".
    05  FILLER                     PIC X(6) VALUE " DECL.".
01  WS-RPA-DETAIL-LINE.
    05  WS-RPA-ID                  PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RPA-ROLE                PIC X(1).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPA-STATUS              PIC X(1).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RPA-LIMIT               PIC X(5).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RPA-ENT-COUNT           PIC Z(5)9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPA-ENT-AMOUNT          PIC Z(9)9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPA-REL-COUNT           PIC Z(5)9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPA-REL-AMOUNT          PIC Z(9)9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPA-BOU-COUNT           PIC Z(5)9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPA-BOU-AMOUNT          PIC Z(9)9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPA-HRL-COUNT           PIC Z(5)9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPA-HRL-AMOUNT          PIC Z(9)9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPA-HDC-COUNT           PIC Z(5)9.

*> Turnaround section - one line per operator, business days.
01  WS-RPT-TURN-TITLE-LINE.
    05  FILLER                     PIC X(10) VALUE SPACES.
    05  FILLER                     PIC X(21) VALUE
        " SUSPENSE TO ENTRY".
    05  FILLER                     PIC X(21) VALUE
        " ENTRY TO RELEASE".
    05  FILLER                     PIC X(21) VALUE
        " HELD TO RELEASE".
    05  FILLER                     PIC X(6) VALUE "  NEAR".
01  WS-RPT-TURN-COLUMN-LINE.
    05  FILLER                     PIC X(10) VALUE "OPERATOR".
    05  FILLER                     PIC X(21) VALUE
        " ITEMS    AVG WORST".
    05  FILLER                     PIC X(21) VALUE
        " ITEMS    AVG WORST".
    05  FILLER                     PIC X(21) VALUE
        " ITEMS    AVG WORST".
    05  FILLER                     PIC X(6) VALUE " LIMIT".
01  WS-RPT-TURN-DETAIL-LINE.
    05  WS-RPW-ID                  PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RPW-ENT-COUNT           PIC Z(5)9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPW-ENT-AVERAGE         PIC ZZZ9.9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPW-ENT-WORST           PIC Z(4)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RPW-REL-COUNT           PIC Z(5)9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPW-REL-AVERAGE         PIC ZZZ9.9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPW-REL-WORST           PIC Z(4)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RPW-HLD-COUNT           PIC Z(5)9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPW-HLD-AVERAGE         PIC ZZZ9.9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPW-HLD-WORST           PIC Z(4)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RPW-NEAR-COUNT          PIC Z(5)9.

*> Overall turnaround lines.
01  WS-RPT-OVERALL-LINE.
    05  WS-RPO-LABEL               PIC X(32).
    05  WS-RPO-COUNT               PIC Z(6)9.
    05  FILLER                     PIC X(6) VALUE "  AVG ".
    05  WS-RPO-AVERAGE             PIC ZZZ9.9.
    05  FILLER                     PIC X(8) VALUE "  WORST ".
    05  WS-RPO-WORST               PIC Z(4)9.
    05  FILLER                     PIC X(7) VALUE "  ITEM ".
    05  WS-RPO-ITEM-KEY            PIC Z(8)9.

01  WS-RPT-FLAG-LINE.
    05  WS-RPF-ID                  PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RPF-STATE               PIC X(22).
    05  FILLER                     PIC X(9) VALUE " ACTIONS ".
    05  WS-RPF-ACTIONS             PIC Z(6)9.
    05  FILLER                     PIC X(11) VALUE "  LAST ON  ".
    05  WS-RPF-LAST-DATE           PIC 9(8).

01  WS-RPT-PAIR-LINE.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RPP-CHECKER             PIC X(8).
    05  FILLER                     PIC X(10) VALUE " APPROVED ".
    05  WS-RPP-COUNT               PIC Z(5)9.
    05  FILLER                     PIC X(13) VALUE " ITEMS WORTH ".
    05  WS-RPP-AMOUNT              PIC Z(9)9.
    05  FILLER                     PIC X(12) VALUE " ENTERED BY ".
    05  WS-RPP-MAKER               PIC X(8).

01  WS-RPT-NEAR-COLUMN-LINE        PIC X(80) VALUE
    "DATE     ITEM      APPROVER MAKER     AMOUNT  LIMIT  PCT".
01  WS-RPT-NEAR-LINE.
    05  WS-RPN-DATE                PIC 9(8).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPN-ITEM-KEY            PIC 9(9).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPN-APPROVER            PIC X(8).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPN-MAKER               PIC X(8).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPN-AMOUNT              PIC Z(5)9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPN-LIMIT               PIC Z(5)9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPN-PERCENT             PIC ZZZ9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPN-REMARK              PIC X(24).

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-CHECK-BATCH-WINDOW
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    PERFORM 0100-ACCEPT-PERIOD
    PERFORM 0110-READ-PARAMETERS
    PERFORM 0120-LOAD-HOLIDAY-CALENDAR
    PERFORM 0200-LOAD-OPERATOR-PROFILES

    OPEN OUTPUT ACTIVITY-REPORT
    IF WS-RPT-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN OPERACRP.TXT, FILE STATUS="
            WS-RPT-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-TODAY-DATE TO WS-RPT-HDR-DATE
    WRITE WS-REPORT-LINE FROM WS-RPT-HEADER-LINE
    MOVE WS-FROM-DATE TO WS-RPT-PERIOD-FROM
    MOVE WS-TO-DATE TO WS-RPT-PERIOD-TO
    WRITE WS-REPORT-LINE FROM WS-RPT-PERIOD-LINE
    MOVE SPACES TO WS-REPORT-LINE
    IF WS-CAL-AVAILABLE THEN
        MOVE "TURNAROUND IN BUSINESS DAYS (HOLCAL.DAT ON FILE)"
            TO WS-REPORT-LINE
    ELSE
        MOVE "TURNAROUND IN WEEKDAYS (NO HOLCAL.DAT)"
            TO WS-REPORT-LINE
    END-IF
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE

    PERFORM 0300-OPEN-SUSPENSE-FILE
    PERFORM 0310-OPEN-HISTORY-INDEX
    PERFORM 2000-READ-AUDIT-TRAIL
    IF WS-SUS-AVAILABLE THEN
        CLOSE SUSPENSE-FILE
    END-IF
    IF WS-SHX-AVAILABLE THEN
        CLOSE HISTORY-INDEX-FILE
    END-IF

    PERFORM 3000-WRITE-ACTIVITY
    PERFORM 3200-WRITE-TURNAROUND
    PERFORM 3400-WRITE-FLAGGED-IDS
    PERFORM 3500-WRITE-MUTUAL-PAIRS
    PERFORM 3600-WRITE-NEAR-LIMIT
    PERFORM 3700-WRITE-MEMO-LINES

    CLOSE ACTIVITY-REPORT

    DISPLAY "AUDIT FILES READ......: " WS-AUDIT-FILES-READ
    DISPLAY "AUDIT ENTRIES READ....: " WS-AUDIT-ENTRIES-READ
    DISPLAY "ENTRIES IN PERIOD.....: " WS-PERIOD-ENTRIES
    DISPLAY "IDS FLAGGED...........: " WS-FLAGGED-ID-COUNT
    DISPLAY "MUTUAL PAIRS..........: " WS-MUTUAL-PAIR-COUNT
    DISPLAY "NEAR-LIMIT RELEASES...: " WS-NEAR-LIMIT-COUNT
    STOP RUN.

0005-CHECK-BATCH-WINDOW.
    *> A report never blocks anybody, but says so when an update
    *> holds the batch window (BATCHLCK) - what it shows may be
    *> half-way through changing.
    MOVE "OPERACT" TO LRQ-PROGRAM
    SET LRQ-INQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF LRQ-WINDOW-BUSY THEN
        DISPLAY "WARNING: BATCH WINDOW HELD BY " LRQ-HOLDER-PROGRAM
            " SINCE " LRQ-HOLDER-DATE " " LRQ-HOLDER-TIME
            " - FIGURES MAY BE MID-UPDATE"
    END-IF.

0100-ACCEPT-PERIOD.
    *> A date that is not 8 digits is treated as blank, with a
    *> warning, the same as SUSROLL's period prompts.
    MOVE WS-TODAY-DATE TO WS-TO-DATE
    MOVE WS-TODAY-DATE TO WS-FROM-DATE
    MOVE "01" TO WS-FROM-DATE(7:2)
    DISPLAY "FROM DATE (YYYYMMDD, BLANK FOR START OF THIS MONTH): "
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

0110-READ-PARAMETERS.
    *> Absent or unreadable parameter file just means the shipped
    *> defaults apply - a report must not abort over its tuning.
    OPEN INPUT PARAM-FILE
    IF WS-PRM-FILE-STATUS = "00" THEN
        READ PARAM-FILE
            NOT AT END
                IF PRM-NEAR-LIMIT-PCT IS NUMERIC
                AND PRM-NEAR-LIMIT-PCT > 0 THEN
                    MOVE PRM-NEAR-LIMIT-PCT TO WS-NEAR-LIMIT-PCT
                ELSE
                    DISPLAY "WARNING: OPERACT.PRM NEAR-LIMIT PERCENT "
                        "UNUSABLE - USING DEFAULT"
                END-IF
                IF PRM-PAIR-MINIMUM IS NUMERIC
                AND PRM-PAIR-MINIMUM > 0 THEN
                    MOVE PRM-PAIR-MINIMUM TO WS-PAIR-MINIMUM
                ELSE
                    DISPLAY "WARNING: OPERACT.PRM PAIR MINIMUM "
                        "UNUSABLE - USING DEFAULT"
                END-IF
        END-READ
        CLOSE PARAM-FILE
    END-IF.

0120-LOAD-HOLIDAY-CALENDAR.
    *> Absent just means no calendar is maintained - only weekends
    *> are skipped, and the report says which is in force. A line that
    *> is not an 8-digit date is warned about and skipped.
    MOVE "N" TO WS-CAL-EOF-SWITCH
    OPEN INPUT HOLIDAY-CALENDAR-FILE
    IF WS-CAL-FILE-STATUS = "00" THEN
        SET WS-CAL-AVAILABLE TO TRUE
        PERFORM UNTIL WS-CAL-EOF
            READ HOLIDAY-CALENDAR-FILE
                AT END
                    SET WS-CAL-EOF TO TRUE
                NOT AT END
                    PERFORM 0130-STORE-ONE-HOLIDAY
            END-READ
        END-PERFORM
        CLOSE HOLIDAY-CALENDAR-FILE
    END-IF.

0130-STORE-ONE-HOLIDAY.
    IF WS-CALENDAR-LINE = SPACES OR WS-CALENDAR-LINE(1:1) = "*"
        CONTINUE
    ELSE
        IF WS-CALENDAR-LINE(1:8) IS NUMERIC
        AND WS-HOLIDAY-COUNT < WS-HOLIDAY-LIMIT THEN
            ADD 1 TO WS-HOLIDAY-COUNT
            MOVE WS-CALENDAR-LINE(1:8)
                TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
        ELSE
            DISPLAY "WARNING: HOLCAL.DAT LINE UNUSABLE OR TABLE "
                "FULL: " WS-CALENDAR-LINE(1:20)
        END-IF
    END-IF.

0200-LOAD-OPERATOR-PROFILES.
    *> Without the profile file there is nothing to judge the trail
    *> against - refused, the same as the correction programs' sign-on.
    MOVE "N" TO WS-OPR-EOF-SWITCH
    INITIALIZE WS-OPERATOR-TABLE
    OPEN INPUT OPERATOR-PROFILE-FILE
    IF WS-OPR-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: OPERPROF.DAT NOT AVAILABLE (FILE STATUS="
            WS-OPR-FILE-STATUS ") - REPORT NOT RUN"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-OPR-EOF
        READ OPERATOR-PROFILE-FILE
            AT END
                SET WS-OPR-EOF TO TRUE
            NOT AT END
                IF OPR-ID NOT = SPACES AND OPR-ID(1:1) NOT = "*" THEN
                    PERFORM 0210-STORE-ONE-OPERATOR
                END-IF
        END-READ
    END-PERFORM
    CLOSE OPERATOR-PROFILE-FILE.

0210-STORE-ONE-OPERATOR.
    IF WS-OPERATOR-COUNT < WS-OPERATOR-LIMIT THEN
        ADD 1 TO WS-OPERATOR-COUNT
        MOVE OPR-ID TO OPT-ID(WS-OPERATOR-COUNT)
        MOVE OPR-ROLE TO OPT-ROLE(WS-OPERATOR-COUNT)
        MOVE OPR-STATUS TO OPT-STATUS(WS-OPERATOR-COUNT)
        IF OPR-APPROVAL-LIMIT IS NUMERIC THEN
            MOVE OPR-APPROVAL-LIMIT TO OPT-LIMIT(WS-OPERATOR-COUNT)
        ELSE
            MOVE 0 TO OPT-LIMIT(WS-OPERATOR-COUNT)
        END-IF
    ELSE
        DISPLAY "WARNING: OPERATOR TABLE FULL - " OPR-ID
            " NOT LOADED"
    END-IF.

0300-OPEN-SUSPENSE-FILE.
    *> No suspense file means no turnaround can be measured - the
    *> counts and amounts still come from the trail alone. One pass
    *> finds the oldest item, which sets how far back the trail must
    *> be read for the entry dates.
    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT SUSPENSE-FILE
    EVALUATE WS-SUS-FILE-STATUS
        WHEN "00"
            SET WS-SUS-AVAILABLE TO TRUE
            PERFORM UNTIL WS-EOF
                READ SUSPENSE-FILE NEXT RECORD
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        IF SUS-SUSPENSE-DATE IS NUMERIC
                        AND SUS-SUSPENSE-DATE > 0
                        AND SUS-SUSPENSE-DATE < WS-OLDEST-ITEM-DATE
                            MOVE SUS-SUSPENSE-DATE
                                TO WS-OLDEST-ITEM-DATE
                        END-IF
                END-READ
            END-PERFORM
        WHEN "35"
            DISPLAY "WARNING: SUSPENSE.DAT NOT FOUND - TURNAROUND "
                "NOT MEASURED"
        WHEN OTHER
            DISPLAY "WARNING: CANNOT OPEN SUSPENSE.DAT, FILE STATUS="
                WS-SUS-FILE-STATUS " - TURNAROUND NOT MEASURED"
    END-EVALUATE.

0310-OPEN-HISTORY-INDEX.
    *> No index means nothing has been archived yet. An archived
    *> item's suspension date counts toward the oldest item just as a
    *> live one's does, or its entry would fall before the first
    *> generation read.
    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT HISTORY-INDEX-FILE
    EVALUATE WS-SHX-FILE-STATUS
        WHEN "00"
            SET WS-SHX-AVAILABLE TO TRUE
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
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "WARNING: CANNOT OPEN SUSHSTIX.DAT, FILE STATUS="
                WS-SHX-FILE-STATUS " - ARCHIVED ITEMS NOT MEASURED"
    END-EVALUATE.

2000-READ-AUDIT-TRAIL.
    *> Generations first, oldest month first, then the live log.
    IF WS-FROM-DATE < WS-OLDEST-ITEM-DATE THEN
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
            " UNREADABLE - REPORT NOT PRODUCED"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        CLOSE ACTIVITY-REPORT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

2050-READ-ONE-AUDIT-FILE.
    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT AUDIT-LOG-FILE
    EVALUATE WS-AUD-FILE-STATUS
        WHEN "00"
            ADD 1 TO WS-AUDIT-FILES-READ
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
    *> SUSAPPR's held-item pass acts on items nobody entered, so its
    *> C and R entries carry no maker id; every other C/R follows an
    *> E and carries the maker (see SUSROLL).
    EVALUATE TRUE
        WHEN AUD-ACTION-ENTERED
            SET WS-ACT-ENTERED TO TRUE
        WHEN AUD-ACTION-CORRECTED AND AUD-ENTERED-BY = SPACES
            SET WS-ACT-HELD-RELEASED TO TRUE
        WHEN AUD-ACTION-CORRECTED
            SET WS-ACT-RELEASED TO TRUE
        WHEN AUD-ACTION-REJECTED AND AUD-ENTERED-BY = SPACES
            SET WS-ACT-HELD-DECLINED TO TRUE
        WHEN AUD-ACTION-REJECTED
            SET WS-ACT-BOUNCED TO TRUE
        WHEN OTHER
            SET WS-ACT-NONE TO TRUE
    END-EVALUATE
    IF NOT WS-ACT-NONE THEN
        PERFORM 2110-APPLY-OPERATOR-ACTION
    END-IF.

2110-APPLY-OPERATOR-ACTION.
    MOVE "N" TO WS-ENTRY-IN-PERIOD-SWITCH
    IF AUD-DATE IS NUMERIC
    AND AUD-DATE >= WS-FROM-DATE
    AND AUD-DATE <= WS-TO-DATE THEN
        SET WS-ENTRY-IN-PERIOD TO TRUE
        ADD 1 TO WS-PERIOD-ENTRIES
    END-IF
    IF WS-ACT-HELD-DECLINED THEN
        IF AUD-ORIGINAL-VALUE IS NUMERIC THEN
            MOVE AUD-ORIGINAL-VALUE TO WS-ENTRY-AMOUNT
        ELSE
            MOVE 0 TO WS-ENTRY-AMOUNT
        END-IF
    ELSE
        MOVE AUD-CORRECTED-VALUE TO WS-ENTRY-AMOUNT
    END-IF

    *> The open-entry table is kept across the whole trail read, so a
    *> correction entered before the period and released inside it
    *> still has its entry date.
    MOVE 0 TO WS-ENTRY-DATE
    PERFORM 2150-FIND-OPEN-ENTRY
    EVALUATE TRUE
        WHEN WS-ACT-ENTERED
            PERFORM 2160-RECORD-OPEN-ENTRY
        WHEN WS-ACT-RELEASED
        WHEN WS-ACT-BOUNCED
            IF WS-OEN-FOUND-IX > 0 THEN
                MOVE OEN-DATE(WS-OEN-FOUND-IX) TO WS-ENTRY-DATE
                PERFORM 2170-REMOVE-OPEN-ENTRY
            END-IF
    END-EVALUATE

    *> Counted against the maker for an entry, the checker for
    *> everything else.
    MOVE 0 TO WS-OPR-FOUND-IX
    IF WS-ENTRY-IN-PERIOD THEN
        IF WS-ACT-ENTERED THEN
            MOVE AUD-ENTERED-BY TO WS-LOOKUP-ID
        ELSE
            MOVE AUD-APPROVED-BY TO WS-LOOKUP-ID
        END-IF
        PERFORM 2900-FIND-OPERATOR
    END-IF
    IF WS-ENTRY-IN-PERIOD AND WS-OPR-FOUND-IX > 0 THEN
        EVALUATE TRUE
            WHEN WS-ACT-ENTERED
                PERFORM 2200-COUNT-ENTERED
            WHEN WS-ACT-RELEASED
                PERFORM 2300-COUNT-RELEASED
            WHEN WS-ACT-BOUNCED
                PERFORM 2400-COUNT-BOUNCED
            WHEN WS-ACT-HELD-RELEASED
                PERFORM 2500-COUNT-HELD-RELEASED
            WHEN WS-ACT-HELD-DECLINED
                PERFORM 2550-COUNT-HELD-DECLINED
        END-EVALUATE
    END-IF.

2150-FIND-OPEN-ENTRY.
    MOVE 0 TO WS-OEN-FOUND-IX
    PERFORM VARYING WS-OEN-IX FROM 1 BY 1
            UNTIL WS-OEN-IX > WS-OPEN-ENTRY-COUNT
               OR WS-OEN-FOUND-IX > 0
        IF OEN-ITEM-KEY(WS-OEN-IX) = AUD-ITEM-KEY THEN
            MOVE WS-OEN-IX TO WS-OEN-FOUND-IX
        END-IF
    END-PERFORM.

2160-RECORD-OPEN-ENTRY.
    *> A second E for an item still open (a SUSMAINT re-key before
    *> anyone reviewed it) restarts the checker's wait.
    EVALUATE TRUE
        WHEN WS-OEN-FOUND-IX > 0
            MOVE AUD-DATE TO OEN-DATE(WS-OEN-FOUND-IX)
        WHEN WS-OPEN-ENTRY-COUNT < WS-OPEN-ENTRY-LIMIT
            ADD 1 TO WS-OPEN-ENTRY-COUNT
            MOVE AUD-ITEM-KEY TO OEN-ITEM-KEY(WS-OPEN-ENTRY-COUNT)
            MOVE AUD-DATE TO OEN-DATE(WS-OPEN-ENTRY-COUNT)
        WHEN OTHER
            ADD 1 TO WS-OPEN-ENTRY-OVERFLOW
    END-EVALUATE.

2170-REMOVE-OPEN-ENTRY.
    *> The last slot fills the gap - order does not matter.
    MOVE WS-OPEN-ENTRY(WS-OPEN-ENTRY-COUNT)
        TO WS-OPEN-ENTRY(WS-OEN-FOUND-IX)
    SUBTRACT 1 FROM WS-OPEN-ENTRY-COUNT.

2180-READ-SUSPENDED-ITEM.
    MOVE "N" TO WS-ITEM-FOUND-SWITCH
    IF WS-SUS-AVAILABLE THEN
        MOVE AUD-ITEM-KEY TO SUS-ITEM-KEY
        READ SUSPENSE-FILE RECORD
            KEY IS SUS-ITEM-KEY
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-ITEM-FOUND TO TRUE
        END-READ
    END-IF
    *> Archived since: only the suspension date is needed, and the
    *> index keeps it.
    IF NOT WS-ITEM-FOUND AND WS-SHX-AVAILABLE THEN
        MOVE AUD-ITEM-KEY TO SHX-ITEM-KEY
        READ HISTORY-INDEX-FILE RECORD
            KEY IS SHX-ITEM-KEY
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SHX-SUSPENSE-DATE TO SUS-SUSPENSE-DATE
                SET WS-ITEM-FOUND TO TRUE
        END-READ
    END-IF.

2200-COUNT-ENTERED.
    ADD 1 TO OPT-ENTERED-COUNT(WS-OPR-FOUND-IX)
    ADD WS-ENTRY-AMOUNT TO OPT-ENTERED-AMOUNT(WS-OPR-FOUND-IX)
    ADD 1 TO WS-TOTAL-ENTERED-COUNT
    ADD WS-ENTRY-AMOUNT TO WS-TOTAL-ENTERED-AMOUNT

    *> The maker's wait: suspension to entry.
    PERFORM 2180-READ-SUSPENDED-ITEM
    IF WS-ITEM-FOUND THEN
        MOVE SUS-SUSPENSE-DATE TO WS-SPAN-FROM-DATE
        MOVE AUD-DATE TO WS-SPAN-TO-DATE
        PERFORM 2800-COMPUTE-BUSINESS-DAYS
    ELSE
        MOVE "N" TO WS-SPAN-MEASURED-SWITCH
    END-IF
    IF WS-SPAN-MEASURED THEN
        ADD 1 TO OPT-ENTRY-WAIT-COUNT(WS-OPR-FOUND-IX)
        ADD WS-SPAN-DAYS TO OPT-ENTRY-WAIT-TOTAL(WS-OPR-FOUND-IX)
        IF WS-SPAN-DAYS > OPT-ENTRY-WAIT-WORST(WS-OPR-FOUND-IX)
            MOVE WS-SPAN-DAYS TO OPT-ENTRY-WAIT-WORST(WS-OPR-FOUND-IX)
        END-IF
        ADD 1 TO WS-ALL-ENTRY-WAIT-COUNT
        ADD WS-SPAN-DAYS TO WS-ALL-ENTRY-WAIT-TOTAL
        IF WS-SPAN-DAYS > WS-ALL-ENTRY-WAIT-WORST
        OR WS-ALL-ENTRY-WAIT-ITEM = 0 THEN
            MOVE WS-SPAN-DAYS TO WS-ALL-ENTRY-WAIT-WORST
            MOVE AUD-ITEM-KEY TO WS-ALL-ENTRY-WAIT-ITEM
        END-IF
    ELSE
        ADD 1 TO WS-NOT-MEASURED-COUNT
    END-IF.

2300-COUNT-RELEASED.
    ADD 1 TO OPT-RELEASED-COUNT(WS-OPR-FOUND-IX)
    ADD WS-ENTRY-AMOUNT TO OPT-RELEASED-AMOUNT(WS-OPR-FOUND-IX)
    ADD 1 TO WS-TOTAL-RELEASED-COUNT
    ADD WS-ENTRY-AMOUNT TO WS-TOTAL-RELEASED-AMOUNT
    PERFORM 2600-CHECK-NEAR-LIMIT
    PERFORM 2700-COUNT-PAIR

    *> The checker's wait: the latest entry to this release.
    IF WS-ENTRY-DATE > 0 THEN
        MOVE WS-ENTRY-DATE TO WS-SPAN-FROM-DATE
        MOVE AUD-DATE TO WS-SPAN-TO-DATE
        PERFORM 2800-COMPUTE-BUSINESS-DAYS
    ELSE
        MOVE "N" TO WS-SPAN-MEASURED-SWITCH
    END-IF
    IF WS-SPAN-MEASURED THEN
        ADD 1 TO OPT-REL-WAIT-COUNT(WS-OPR-FOUND-IX)
        ADD WS-SPAN-DAYS TO OPT-REL-WAIT-TOTAL(WS-OPR-FOUND-IX)
        IF WS-SPAN-DAYS > OPT-REL-WAIT-WORST(WS-OPR-FOUND-IX)
            MOVE WS-SPAN-DAYS TO OPT-REL-WAIT-WORST(WS-OPR-FOUND-IX)
        END-IF
        ADD 1 TO WS-ALL-REL-WAIT-COUNT
        ADD WS-SPAN-DAYS TO WS-ALL-REL-WAIT-TOTAL
        IF WS-SPAN-DAYS > WS-ALL-REL-WAIT-WORST
        OR WS-ALL-REL-WAIT-ITEM = 0 THEN
            MOVE WS-SPAN-DAYS TO WS-ALL-REL-WAIT-WORST
            MOVE AUD-ITEM-KEY TO WS-ALL-REL-WAIT-ITEM
        END-IF
    ELSE
        ADD 1 TO WS-NOT-MEASURED-COUNT
    END-IF
    PERFORM 2650-MEASURE-SUSPENSE-TO-RELEASE.

2400-COUNT-BOUNCED.
    ADD 1 TO OPT-BOUNCED-COUNT(WS-OPR-FOUND-IX)
    ADD WS-ENTRY-AMOUNT TO OPT-BOUNCED-AMOUNT(WS-OPR-FOUND-IX)
    ADD 1 TO WS-TOTAL-BOUNCED-COUNT
    ADD WS-ENTRY-AMOUNT TO WS-TOTAL-BOUNCED-AMOUNT.

2500-COUNT-HELD-RELEASED.
    ADD 1 TO OPT-HELD-REL-COUNT(WS-OPR-FOUND-IX)
    ADD WS-ENTRY-AMOUNT TO OPT-HELD-REL-AMOUNT(WS-OPR-FOUND-IX)
    ADD 1 TO WS-TOTAL-HELD-REL-COUNT
    ADD WS-ENTRY-AMOUNT TO WS-TOTAL-HELD-REL-AMOUNT
    PERFORM 2600-CHECK-NEAR-LIMIT

    *> A held item has no entry - the checker's wait runs from the
    *> suspension itself.
    PERFORM 2180-READ-SUSPENDED-ITEM
    IF WS-ITEM-FOUND THEN
        MOVE SUS-SUSPENSE-DATE TO WS-SPAN-FROM-DATE
        MOVE AUD-DATE TO WS-SPAN-TO-DATE
        PERFORM 2800-COMPUTE-BUSINESS-DAYS
    ELSE
        MOVE "N" TO WS-SPAN-MEASURED-SWITCH
    END-IF
    IF WS-SPAN-MEASURED THEN
        ADD 1 TO OPT-HELD-WAIT-COUNT(WS-OPR-FOUND-IX)
        ADD WS-SPAN-DAYS TO OPT-HELD-WAIT-TOTAL(WS-OPR-FOUND-IX)
        IF WS-SPAN-DAYS > OPT-HELD-WAIT-WORST(WS-OPR-FOUND-IX)
            MOVE WS-SPAN-DAYS TO OPT-HELD-WAIT-WORST(WS-OPR-FOUND-IX)
        END-IF
        ADD 1 TO WS-ALL-HELD-WAIT-COUNT
        ADD WS-SPAN-DAYS TO WS-ALL-HELD-WAIT-TOTAL
        IF WS-SPAN-DAYS > WS-ALL-HELD-WAIT-WORST
        OR WS-ALL-HELD-WAIT-ITEM = 0 THEN
            MOVE WS-SPAN-DAYS TO WS-ALL-HELD-WAIT-WORST
            MOVE AUD-ITEM-KEY TO WS-ALL-HELD-WAIT-ITEM
        END-IF
    ELSE
        ADD 1 TO WS-NOT-MEASURED-COUNT
    END-IF.

2550-COUNT-HELD-DECLINED.
    ADD 1 TO OPT-HELD-DEC-COUNT(WS-OPR-FOUND-IX)
    ADD 1 TO WS-TOTAL-HELD-DEC-COUNT.

2600-CHECK-NEAR-LIMIT.
    *> WS-OPR-FOUND-IX is the approver. 99999 is unlimited by
    *> construction, and a zero limit (an id that may not approve
    *> at all, or is not on file) is judged in the flagged-id list
    *> instead.
    MOVE 0 TO WS-PERCENT-WORK
    IF OPT-LIMIT(WS-OPR-FOUND-IX) > 0
    AND OPT-LIMIT(WS-OPR-FOUND-IX) < 99999 THEN
        COMPUTE WS-PERCENT-WORK =
            (WS-ENTRY-AMOUNT * 100) / OPT-LIMIT(WS-OPR-FOUND-IX)
        IF WS-PERCENT-WORK >= WS-NEAR-LIMIT-PCT THEN
            PERFORM 2610-RECORD-NEAR-LIMIT
        END-IF
    END-IF.

2610-RECORD-NEAR-LIMIT.
    ADD 1 TO OPT-NEAR-LIMIT-COUNT(WS-OPR-FOUND-IX)
    IF WS-NEAR-LIMIT-COUNT < WS-NEAR-LIMIT-LIMIT THEN
        ADD 1 TO WS-NEAR-LIMIT-COUNT
        MOVE AUD-DATE TO NLT-DATE(WS-NEAR-LIMIT-COUNT)
        MOVE AUD-ITEM-KEY TO NLT-ITEM-KEY(WS-NEAR-LIMIT-COUNT)
        MOVE AUD-APPROVED-BY TO NLT-APPROVER(WS-NEAR-LIMIT-COUNT)
        MOVE AUD-ENTERED-BY TO NLT-MAKER(WS-NEAR-LIMIT-COUNT)
        MOVE WS-ENTRY-AMOUNT TO NLT-AMOUNT(WS-NEAR-LIMIT-COUNT)
        MOVE OPT-LIMIT(WS-OPR-FOUND-IX)
            TO NLT-LIMIT(WS-NEAR-LIMIT-COUNT)
        IF WS-PERCENT-WORK > 999 THEN
            MOVE 999 TO NLT-PERCENT(WS-NEAR-LIMIT-COUNT)
        ELSE
            MOVE WS-PERCENT-WORK TO NLT-PERCENT(WS-NEAR-LIMIT-COUNT)
        END-IF
    ELSE
        ADD 1 TO WS-NEAR-LIMIT-OVERFLOW
    END-IF.

2650-MEASURE-SUSPENSE-TO-RELEASE.
    *> The item's whole life in suspense, released corrections only -
    *> not any one operator's figure.
    PERFORM 2180-READ-SUSPENDED-ITEM
    IF WS-ITEM-FOUND THEN
        MOVE SUS-SUSPENSE-DATE TO WS-SPAN-FROM-DATE
        MOVE AUD-DATE TO WS-SPAN-TO-DATE
        PERFORM 2800-COMPUTE-BUSINESS-DAYS
        IF WS-SPAN-MEASURED THEN
            ADD 1 TO WS-ALL-SUS-REL-COUNT
            ADD WS-SPAN-DAYS TO WS-ALL-SUS-REL-TOTAL
            IF WS-SPAN-DAYS > WS-ALL-SUS-REL-WORST
            OR WS-ALL-SUS-REL-ITEM = 0 THEN
                MOVE WS-SPAN-DAYS TO WS-ALL-SUS-REL-WORST
                MOVE AUD-ITEM-KEY TO WS-ALL-SUS-REL-ITEM
            END-IF
        END-IF
    END-IF.

2700-COUNT-PAIR.
    MOVE 0 TO WS-PAIR-FOUND-IX
    PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
            UNTIL WS-PAIR-IX > WS-PAIR-COUNT
               OR WS-PAIR-FOUND-IX > 0
        IF PRT-MAKER(WS-PAIR-IX) = AUD-ENTERED-BY
        AND PRT-CHECKER(WS-PAIR-IX) = AUD-APPROVED-BY THEN
            MOVE WS-PAIR-IX TO WS-PAIR-FOUND-IX
        END-IF
    END-PERFORM
    IF WS-PAIR-FOUND-IX = 0 THEN
        IF WS-PAIR-COUNT < WS-PAIR-LIMIT THEN
            ADD 1 TO WS-PAIR-COUNT
            MOVE WS-PAIR-COUNT TO WS-PAIR-FOUND-IX
            MOVE AUD-ENTERED-BY TO PRT-MAKER(WS-PAIR-FOUND-IX)
            MOVE AUD-APPROVED-BY TO PRT-CHECKER(WS-PAIR-FOUND-IX)
            MOVE 0 TO PRT-RELEASED-COUNT(WS-PAIR-FOUND-IX)
            MOVE 0 TO PRT-RELEASED-AMOUNT(WS-PAIR-FOUND-IX)
        ELSE
            ADD 1 TO WS-PAIR-OVERFLOW
        END-IF
    END-IF
    IF WS-PAIR-FOUND-IX > 0 THEN
        ADD 1 TO PRT-RELEASED-COUNT(WS-PAIR-FOUND-IX)
        ADD WS-ENTRY-AMOUNT TO PRT-RELEASED-AMOUNT(WS-PAIR-FOUND-IX)
    END-IF.

2800-COMPUTE-BUSINESS-DAYS.
    *> Business days after WS-SPAN-FROM-DATE up to and including
    *> WS-SPAN-TO-DATE. A date that is not a real date leaves the span
    *> unmeasured; a span that runs backwards (a trail entry dated
    *> before the item it names) measures 0.
    MOVE "N" TO WS-SPAN-MEASURED-SWITCH
    MOVE 0 TO WS-SPAN-DAYS
    MOVE 0 TO WS-SPAN-FROM-INT
    MOVE 0 TO WS-SPAN-TO-INT
    IF WS-SPAN-FROM-DATE IS NUMERIC AND WS-SPAN-FROM-DATE > 0
    AND WS-SPAN-TO-DATE IS NUMERIC AND WS-SPAN-TO-DATE > 0 THEN
        MOVE FUNCTION INTEGER-OF-DATE(WS-SPAN-FROM-DATE)
            TO WS-SPAN-FROM-INT
        MOVE FUNCTION INTEGER-OF-DATE(WS-SPAN-TO-DATE)
            TO WS-SPAN-TO-INT
    END-IF
    IF WS-SPAN-FROM-INT > 0 AND WS-SPAN-TO-INT > 0 THEN
        SET WS-SPAN-MEASURED TO TRUE
        PERFORM VARYING WS-CAND-DATE-INT FROM WS-SPAN-FROM-INT BY 1
                UNTIL WS-CAND-DATE-INT >= WS-SPAN-TO-INT
                   OR WS-SPAN-DAYS = 99999
            PERFORM 2810-COUNT-ONE-BUSINESS-DAY
        END-PERFORM
    END-IF.

2810-COUNT-ONE-BUSINESS-DAY.
    *> Judges the day AFTER WS-CAND-DATE-INT - the loop variable lags
    *> one behind the day being counted, so the start date itself is
    *> never counted and the end date is (as SUSAGE's 2160).
    SET WS-BUSINESS-DAY TO TRUE
    MOVE FUNCTION DATE-OF-INTEGER(WS-CAND-DATE-INT + 1)
        TO WS-CAND-DATE
    COMPUTE WS-CAND-DOW = FUNCTION MOD(WS-CAND-DATE-INT + 1, 7)
    IF WS-CAND-DOW = 6 OR WS-CAND-DOW = 0 THEN
        SET WS-NON-BUSINESS-DAY TO TRUE
    ELSE
        PERFORM VARYING WS-HOLIDAY-IX FROM 1 BY 1
                UNTIL WS-HOLIDAY-IX > WS-HOLIDAY-COUNT
            IF WS-HOLIDAY-DATE(WS-HOLIDAY-IX) = WS-CAND-DATE
                SET WS-NON-BUSINESS-DAY TO TRUE
            END-IF
        END-PERFORM
    END-IF
    IF WS-BUSINESS-DAY THEN
        ADD 1 TO WS-SPAN-DAYS
    END-IF.

2900-FIND-OPERATOR.
    *> WS-LOOKUP-ID to its slot in WS-OPR-FOUND-IX; an id not on
    *> OPERPROF.DAT is added as "?" so its activity is still shown
    *> (and flagged). A blank id finds nothing - every entry this
    *> report counts names somebody.
    MOVE 0 TO WS-OPR-FOUND-IX
    IF WS-LOOKUP-ID NOT = SPACES THEN
        PERFORM VARYING WS-OPR-IX FROM 1 BY 1
                UNTIL WS-OPR-IX > WS-OPERATOR-COUNT
                   OR WS-OPR-FOUND-IX > 0
            IF OPT-ID(WS-OPR-IX) = WS-LOOKUP-ID THEN
                MOVE WS-OPR-IX TO WS-OPR-FOUND-IX
            END-IF
        END-PERFORM
        IF WS-OPR-FOUND-IX = 0 THEN
            PERFORM 2910-ADD-UNLISTED-OPERATOR
        END-IF
    END-IF
    IF WS-OPR-FOUND-IX > 0 THEN
        ADD 1 TO OPT-ACTION-COUNT(WS-OPR-FOUND-IX)
        IF AUD-DATE IS NUMERIC
        AND AUD-DATE > OPT-LAST-DATE(WS-OPR-FOUND-IX) THEN
            MOVE AUD-DATE TO OPT-LAST-DATE(WS-OPR-FOUND-IX)
        END-IF
    END-IF.

2910-ADD-UNLISTED-OPERATOR.
    IF WS-OPERATOR-COUNT < WS-OPERATOR-LIMIT THEN
        ADD 1 TO WS-OPERATOR-COUNT
        MOVE WS-OPERATOR-COUNT TO WS-OPR-FOUND-IX
        MOVE WS-LOOKUP-ID TO OPT-ID(WS-OPR-FOUND-IX)
        MOVE SPACES TO OPT-ROLE(WS-OPR-FOUND-IX)
        MOVE "?" TO OPT-STATUS(WS-OPR-FOUND-IX)
        MOVE 0 TO OPT-LIMIT(WS-OPR-FOUND-IX)
    ELSE
        ADD 1 TO WS-OPERATOR-OVERFLOW
    END-IF.

3000-WRITE-ACTIVITY.
    MOVE "ACTIVITY BY OPERATOR (AMOUNTS ARE CORRECTED WS-FIELD-A)"
        TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    WRITE WS-REPORT-LINE FROM WS-RPA-TITLE-LINE
    WRITE WS-REPORT-LINE FROM WS-RPA-COLUMN-LINE
    PERFORM VARYING WS-OPR-IX FROM 1 BY 1
            UNTIL WS-OPR-IX > WS-OPERATOR-COUNT
        MOVE OPT-ID(WS-OPR-IX) TO WS-RPA-ID
        MOVE OPT-ROLE(WS-OPR-IX) TO WS-RPA-ROLE
        MOVE OPT-STATUS(WS-OPR-IX) TO WS-RPA-STATUS
        EVALUATE TRUE
            WHEN OPT-STATUS(WS-OPR-IX) = "?"
                MOVE SPACES TO WS-RPA-LIMIT
            WHEN OPT-LIMIT(WS-OPR-IX) = 99999
                MOVE "UNLTD" TO WS-RPA-LIMIT
            WHEN OTHER
                MOVE OPT-LIMIT(WS-OPR-IX) TO WS-LIMIT-EDIT
                MOVE WS-LIMIT-EDIT TO WS-RPA-LIMIT
        END-EVALUATE
        MOVE OPT-ENTERED-COUNT(WS-OPR-IX) TO WS-RPA-ENT-COUNT
        MOVE OPT-ENTERED-AMOUNT(WS-OPR-IX) TO WS-RPA-ENT-AMOUNT
        MOVE OPT-RELEASED-COUNT(WS-OPR-IX) TO WS-RPA-REL-COUNT
        MOVE OPT-RELEASED-AMOUNT(WS-OPR-IX) TO WS-RPA-REL-AMOUNT
        MOVE OPT-BOUNCED-COUNT(WS-OPR-IX) TO WS-RPA-BOU-COUNT
        MOVE OPT-BOUNCED-AMOUNT(WS-OPR-IX) TO WS-RPA-BOU-AMOUNT
        MOVE OPT-HELD-REL-COUNT(WS-OPR-IX) TO WS-RPA-HRL-COUNT
        MOVE OPT-HELD-REL-AMOUNT(WS-OPR-IX) TO WS-RPA-HRL-AMOUNT
        MOVE OPT-HELD-DEC-COUNT(WS-OPR-IX) TO WS-RPA-HDC-COUNT
        WRITE WS-REPORT-LINE FROM WS-RPA-DETAIL-LINE
    END-PERFORM
    MOVE "TOTAL" TO WS-RPA-ID
    MOVE SPACES TO WS-RPA-ROLE
    MOVE SPACES TO WS-RPA-STATUS
    MOVE SPACES TO WS-RPA-LIMIT
    MOVE WS-TOTAL-ENTERED-COUNT TO WS-RPA-ENT-COUNT
    MOVE WS-TOTAL-ENTERED-AMOUNT TO WS-RPA-ENT-AMOUNT
    MOVE WS-TOTAL-RELEASED-COUNT TO WS-RPA-REL-COUNT
    MOVE WS-TOTAL-RELEASED-AMOUNT TO WS-RPA-REL-AMOUNT
    MOVE WS-TOTAL-BOUNCED-COUNT TO WS-RPA-BOU-COUNT
    MOVE WS-TOTAL-BOUNCED-AMOUNT TO WS-RPA-BOU-AMOUNT
    MOVE WS-TOTAL-HELD-REL-COUNT TO WS-RPA-HRL-COUNT
    MOVE WS-TOTAL-HELD-REL-AMOUNT TO WS-RPA-HRL-AMOUNT
    MOVE WS-TOTAL-HELD-DEC-COUNT TO WS-RPA-HDC-COUNT
    WRITE WS-REPORT-LINE FROM WS-RPA-DETAIL-LINE
    MOVE "R = ROLE (E ENTER, A APPROVE, B BOTH)   S = STATUS (A ACTIVE, I INACTIVE, ? NOT ON OPERPROF.DAT)"
        TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

3200-WRITE-TURNAROUND.
    MOVE "TURNAROUND BY OPERATOR (DAYS AS ABOVE)" TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    WRITE WS-REPORT-LINE FROM WS-RPT-TURN-TITLE-LINE
    WRITE WS-REPORT-LINE FROM WS-RPT-TURN-COLUMN-LINE
    PERFORM VARYING WS-OPR-IX FROM 1 BY 1
            UNTIL WS-OPR-IX > WS-OPERATOR-COUNT
        IF OPT-ACTION-COUNT(WS-OPR-IX) > 0 THEN
            PERFORM 3250-WRITE-ONE-TURNAROUND
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE

    MOVE "SUSPENSE TO ENTRY.............: " TO WS-RPO-LABEL
    MOVE WS-ALL-ENTRY-WAIT-COUNT TO WS-WAIT-COUNT
    MOVE WS-ALL-ENTRY-WAIT-TOTAL TO WS-WAIT-TOTAL
    PERFORM 3290-COMPUTE-AVERAGE
    MOVE WS-ALL-ENTRY-WAIT-COUNT TO WS-RPO-COUNT
    MOVE WS-WAIT-AVERAGE TO WS-RPO-AVERAGE
    MOVE WS-ALL-ENTRY-WAIT-WORST TO WS-RPO-WORST
    MOVE WS-ALL-ENTRY-WAIT-ITEM TO WS-RPO-ITEM-KEY
    WRITE WS-REPORT-LINE FROM WS-RPT-OVERALL-LINE
    MOVE "ENTRY TO RELEASE..............: " TO WS-RPO-LABEL
    MOVE WS-ALL-REL-WAIT-COUNT TO WS-WAIT-COUNT
    MOVE WS-ALL-REL-WAIT-TOTAL TO WS-WAIT-TOTAL
    PERFORM 3290-COMPUTE-AVERAGE
    MOVE WS-ALL-REL-WAIT-COUNT TO WS-RPO-COUNT
    MOVE WS-WAIT-AVERAGE TO WS-RPO-AVERAGE
    MOVE WS-ALL-REL-WAIT-WORST TO WS-RPO-WORST
    MOVE WS-ALL-REL-WAIT-ITEM TO WS-RPO-ITEM-KEY
    WRITE WS-REPORT-LINE FROM WS-RPT-OVERALL-LINE
    MOVE "SUSPENSE TO RELEASE (CORRECTED): " TO WS-RPO-LABEL
    MOVE WS-ALL-SUS-REL-COUNT TO WS-WAIT-COUNT
    MOVE WS-ALL-SUS-REL-TOTAL TO WS-WAIT-TOTAL
    PERFORM 3290-COMPUTE-AVERAGE
    MOVE WS-ALL-SUS-REL-COUNT TO WS-RPO-COUNT
    MOVE WS-WAIT-AVERAGE TO WS-RPO-AVERAGE
    MOVE WS-ALL-SUS-REL-WORST TO WS-RPO-WORST
    MOVE WS-ALL-SUS-REL-ITEM TO WS-RPO-ITEM-KEY
    WRITE WS-REPORT-LINE FROM WS-RPT-OVERALL-LINE
    MOVE "HELD ITEM TO RELEASE..........: " TO WS-RPO-LABEL
    MOVE WS-ALL-HELD-WAIT-COUNT TO WS-WAIT-COUNT
    MOVE WS-ALL-HELD-WAIT-TOTAL TO WS-WAIT-TOTAL
    PERFORM 3290-COMPUTE-AVERAGE
    MOVE WS-ALL-HELD-WAIT-COUNT TO WS-RPO-COUNT
    MOVE WS-WAIT-AVERAGE TO WS-RPO-AVERAGE
    MOVE WS-ALL-HELD-WAIT-WORST TO WS-RPO-WORST
    MOVE WS-ALL-HELD-WAIT-ITEM TO WS-RPO-ITEM-KEY
    WRITE WS-REPORT-LINE FROM WS-RPT-OVERALL-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ACTIONS WHOSE TURNAROUND COULD NOT BE MEASURED: "
        WS-NOT-MEASURED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

3250-WRITE-ONE-TURNAROUND.
    MOVE OPT-ID(WS-OPR-IX) TO WS-RPW-ID
    MOVE OPT-ENTRY-WAIT-COUNT(WS-OPR-IX) TO WS-WAIT-COUNT
    MOVE OPT-ENTRY-WAIT-TOTAL(WS-OPR-IX) TO WS-WAIT-TOTAL
    PERFORM 3290-COMPUTE-AVERAGE
    MOVE OPT-ENTRY-WAIT-COUNT(WS-OPR-IX) TO WS-RPW-ENT-COUNT
    MOVE WS-WAIT-AVERAGE TO WS-RPW-ENT-AVERAGE
    MOVE OPT-ENTRY-WAIT-WORST(WS-OPR-IX) TO WS-RPW-ENT-WORST
    MOVE OPT-REL-WAIT-COUNT(WS-OPR-IX) TO WS-WAIT-COUNT
    MOVE OPT-REL-WAIT-TOTAL(WS-OPR-IX) TO WS-WAIT-TOTAL
    PERFORM 3290-COMPUTE-AVERAGE
    MOVE OPT-REL-WAIT-COUNT(WS-OPR-IX) TO WS-RPW-REL-COUNT
    MOVE WS-WAIT-AVERAGE TO WS-RPW-REL-AVERAGE
    MOVE OPT-REL-WAIT-WORST(WS-OPR-IX) TO WS-RPW-REL-WORST
    MOVE OPT-HELD-WAIT-COUNT(WS-OPR-IX) TO WS-WAIT-COUNT
    MOVE OPT-HELD-WAIT-TOTAL(WS-OPR-IX) TO WS-WAIT-TOTAL
    PERFORM 3290-COMPUTE-AVERAGE
    MOVE OPT-HELD-WAIT-COUNT(WS-OPR-IX) TO WS-RPW-HLD-COUNT
    MOVE WS-WAIT-AVERAGE TO WS-RPW-HLD-AVERAGE
    MOVE OPT-HELD-WAIT-WORST(WS-OPR-IX) TO WS-RPW-HLD-WORST
    MOVE OPT-NEAR-LIMIT-COUNT(WS-OPR-IX) TO WS-RPW-NEAR-COUNT
    WRITE WS-REPORT-LINE FROM WS-RPT-TURN-DETAIL-LINE.

3290-COMPUTE-AVERAGE.
    IF WS-WAIT-COUNT = 0 THEN
        MOVE 0 TO WS-WAIT-AVERAGE
    ELSE
        COMPUTE WS-WAIT-AVERAGE ROUNDED =
            WS-WAIT-TOTAL / WS-WAIT-COUNT
    END-IF.

3400-WRITE-FLAGGED-IDS.
    *> Any id acting in the period that is not active on file today -
    *> switched off since, or never issued.
    MOVE "IDS ON THE TRAIL NOT ACTIVE ON OPERPROF.DAT" TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    PERFORM VARYING WS-OPR-IX FROM 1 BY 1
            UNTIL WS-OPR-IX > WS-OPERATOR-COUNT
        IF OPT-ACTION-COUNT(WS-OPR-IX) > 0
        AND NOT OPT-ACTIVE(WS-OPR-IX) THEN
            ADD 1 TO WS-FLAGGED-ID-COUNT
            MOVE OPT-ID(WS-OPR-IX) TO WS-RPF-ID
            IF OPT-STATUS(WS-OPR-IX) = "?" THEN
                MOVE "NOT ON OPERPROF.DAT" TO WS-RPF-STATE
            ELSE
                MOVE "INACTIVE ON FILE" TO WS-RPF-STATE
            END-IF
            MOVE OPT-ACTION-COUNT(WS-OPR-IX) TO WS-RPF-ACTIONS
            MOVE OPT-LAST-DATE(WS-OPR-IX) TO WS-RPF-LAST-DATE
            WRITE WS-REPORT-LINE FROM WS-RPT-FLAG-LINE
        END-IF
    END-PERFORM
    IF WS-FLAGGED-ID-COUNT = 0 THEN
        MOVE "  NONE" TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

3500-WRITE-MUTUAL-PAIRS.
    *> Each pair is found from the side whose id sorts lower, so it is
    *> printed once.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "MAKER-CHECKER PAIRS RELEASING EACH OTHER'S WORK (AT LEAST "
        WS-PAIR-MINIMUM " EACH WAY)"
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
            UNTIL WS-PAIR-IX > WS-PAIR-COUNT
        IF PRT-RELEASED-COUNT(WS-PAIR-IX) >= WS-PAIR-MINIMUM
        AND PRT-CHECKER(WS-PAIR-IX) < PRT-MAKER(WS-PAIR-IX) THEN
            PERFORM 3550-FIND-REVERSE-PAIR
        END-IF
    END-PERFORM
    IF WS-MUTUAL-PAIR-COUNT = 0 THEN
        MOVE "  NONE" TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

3550-FIND-REVERSE-PAIR.
    MOVE 0 TO WS-PAIR-FOUND-IX
    PERFORM VARYING WS-REVERSE-IX FROM 1 BY 1
            UNTIL WS-REVERSE-IX > WS-PAIR-COUNT
               OR WS-PAIR-FOUND-IX > 0
        IF PRT-MAKER(WS-REVERSE-IX) = PRT-CHECKER(WS-PAIR-IX)
        AND PRT-CHECKER(WS-REVERSE-IX) = PRT-MAKER(WS-PAIR-IX) THEN
            MOVE WS-REVERSE-IX TO WS-PAIR-FOUND-IX
        END-IF
    END-PERFORM
    IF WS-PAIR-FOUND-IX > 0 THEN
        IF PRT-RELEASED-COUNT(WS-PAIR-FOUND-IX) >= WS-PAIR-MINIMUM THEN
            ADD 1 TO WS-MUTUAL-PAIR-COUNT
            MOVE PRT-CHECKER(WS-PAIR-IX) TO WS-RPP-CHECKER
            MOVE PRT-RELEASED-COUNT(WS-PAIR-IX) TO WS-RPP-COUNT
            MOVE PRT-RELEASED-AMOUNT(WS-PAIR-IX) TO WS-RPP-AMOUNT
            MOVE PRT-MAKER(WS-PAIR-IX) TO WS-RPP-MAKER
            WRITE WS-REPORT-LINE FROM WS-RPT-PAIR-LINE
            MOVE PRT-CHECKER(WS-PAIR-FOUND-IX) TO WS-RPP-CHECKER
            MOVE PRT-RELEASED-COUNT(WS-PAIR-FOUND-IX) TO WS-RPP-COUNT
            MOVE PRT-RELEASED-AMOUNT(WS-PAIR-FOUND-IX) TO WS-RPP-AMOUNT
            MOVE PRT-MAKER(WS-PAIR-FOUND-IX) TO WS-RPP-MAKER
            WRITE WS-REPORT-LINE FROM WS-RPT-PAIR-LINE
        END-IF
    END-IF.

3600-WRITE-NEAR-LIMIT.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "RELEASES AT OR OVER " WS-NEAR-LIMIT-PCT
        " PERCENT OF THE APPROVER'S LIMIT (LIMIT ON FILE TODAY)"
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    IF WS-NEAR-LIMIT-COUNT = 0 THEN
        MOVE "  NONE" TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    ELSE
        WRITE WS-REPORT-LINE FROM WS-RPT-NEAR-COLUMN-LINE
        PERFORM VARYING WS-NLT-IX FROM 1 BY 1
                UNTIL WS-NLT-IX > WS-NEAR-LIMIT-COUNT
            MOVE NLT-DATE(WS-NLT-IX) TO WS-RPN-DATE
            MOVE NLT-ITEM-KEY(WS-NLT-IX) TO WS-RPN-ITEM-KEY
            MOVE NLT-APPROVER(WS-NLT-IX) TO WS-RPN-APPROVER
            IF NLT-MAKER(WS-NLT-IX) = SPACES THEN
                MOVE "(HELD)" TO WS-RPN-MAKER
            ELSE
                MOVE NLT-MAKER(WS-NLT-IX) TO WS-RPN-MAKER
            END-IF
            MOVE NLT-AMOUNT(WS-NLT-IX) TO WS-RPN-AMOUNT
            MOVE NLT-LIMIT(WS-NLT-IX) TO WS-RPN-LIMIT
            MOVE NLT-PERCENT(WS-NLT-IX) TO WS-RPN-PERCENT
            IF NLT-PERCENT(WS-NLT-IX) > 100 THEN
                MOVE "OVER LIMIT NOW ON FILE" TO WS-RPN-REMARK
            ELSE
                MOVE SPACES TO WS-RPN-REMARK
            END-IF
            WRITE WS-REPORT-LINE FROM WS-RPT-NEAR-LINE
        END-PERFORM
    END-IF
    IF WS-NEAR-LIMIT-OVERFLOW > 0 THEN
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  ... AND " WS-NEAR-LIMIT-OVERFLOW
            " MORE NOT LISTED (COUNTED IN THE TURNAROUND SECTION)"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

3700-WRITE-MEMO-LINES.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "AUDIT ENTRIES READ.........................: "
        WS-AUDIT-ENTRIES-READ
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "OPERATOR ACTIONS IN PERIOD.................: "
        WS-PERIOD-ENTRIES
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "AUDIT FILES READ...........................: "
        WS-AUDIT-FILES-READ
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    IF WS-OPERATOR-OVERFLOW > 0 OR WS-PAIR-OVERFLOW > 0
    OR WS-OPEN-ENTRY-OVERFLOW > 0 THEN
        MOVE SPACES TO WS-REPORT-LINE
        STRING "TABLES FULL - ACTIONS NOT COUNTED: OPERATOR "
            WS-OPERATOR-OVERFLOW " PAIR " WS-PAIR-OVERFLOW
            " OPEN ENTRY " WS-OPEN-ENTRY-OVERFLOW
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF.
