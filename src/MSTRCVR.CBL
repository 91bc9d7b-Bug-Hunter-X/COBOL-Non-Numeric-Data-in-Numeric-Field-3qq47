IDENTIFICATION DIVISION.
PROGRAM-ID. MSTRCVR.

*> Forward recovery of MASTER.DAT. When the master is lost or
*> corrupted mid-month - MSTPROOF goes out of balance and stays there
*> - this rebuilds it from the latest MSTCLOSE snapshot
*> (MSTRyyyymm.DAT) by replaying, in run order, every movement
*> applied since: NUMVAL01's nightly postings, re-fed corrections and
*> reversals, EXTACK's ledger-reject back-outs, and ACCTXFER's
*> balance transfers and merge closes, all kept in the
*> dated posting generations (POSTyyyymmdd.DAT, PGENREC.CPY). The
*> MST-PTD-* counters are rebuilt with the balances - zeroed as
*> MSTCLOSE left them, then moved by each replayed movement exactly
*> as the posting programs move them - so the next close states the
*> period correctly.
*>
*> The snapshot period is asked for (blank means the latest snapshot
*> on file). The generations are read from the first day of the
*> month after that period through today; everything before the
*> period's "CL" close marker is already inside the snapshot and is
*> skipped, everything after it is replayed. A snapshot whose close
*> marker cannot be found is refused with MASTER.DAT untouched -
*> without the marker there is no telling which of that month's
*> first nights the snapshot already holds. A later period's close
*> marker met on the way resets the counters again, so an older
*> snapshot can be rolled forward across a month-end too. A segment
*> whose trailer does not balance (a run that died part way) is never
*> replayed, and is listed.
*>
*> A snapshot still in the layout from before MST-ACCOUNT-STATUS and
*> the transfer counters existed is refused with MASTER.DAT untouched
*> - MSTCONV2 converts it first.
*>
*> The walk of the generations is made and checked before anything is
*> touched; only then is the rebuild confirmed at the console, the
*> current MASTER.DAT copied (as far as it still reads) to
*> MSTRCVR.SAV for the post-mortem, and the master rebuilt in place.
*> POSTJRNL.DAT is left as it is - a rebuild that ties reproduces the
*> balances its entries already carry.
*>
*> It finishes with the MSTPROOF comparison: the rebuilt balances
*> against RUNHIST.DAT. The report goes to MSTRCVRP.TXT. A rebuild
*> that does not tie, or that had to be abandoned part way, sets
*> RETURN-CODE 8 and KEEPS the batch window (BATCHLCK), so the next
*> night cannot post onto a book nobody has proved; a supervisor
*> clears it with LOCKCLR once it is resolved.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Dynamic: rebuilt by keyed WRITE/REWRITE, read back in key order
    *> for the counter resets, the save and the proof.
    SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MST-ACCOUNT-ID
        FILE STATUS IS WS-MST-FILE-STATUS.

    *> Dynamic ASSIGN: MSTRyyyymm.DAT, the same name MSTCLOSE builds.
    SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAPSHOT-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SNP-FILE-STATUS.

    *> Dynamic ASSIGN: each day's POSTyyyymmdd.DAT in turn.
    SELECT POSTING-GENERATION-FILE ASSIGN TO WS-GENERATION-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PGN-FILE-STATUS.

    SELECT SAVE-FILE ASSIGN TO "MSTRCVR.SAV"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SAV-FILE-STATUS.

    SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RNH-FILE-STATUS.

    SELECT RECOVERY-REPORT ASSIGN TO "MSTRCVRP.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MASTER-FILE.
COPY "MASTREC.CPY".

FD  SNAPSHOT-FILE.
01  WS-SNAPSHOT-RECORD             PIC X(110).

FD  POSTING-GENERATION-FILE.
COPY "PGENREC.CPY".

FD  SAVE-FILE.
01  WS-SAVE-RECORD                 PIC X(110).

FD  RUN-HISTORY-FILE.
COPY "RUNHREC.CPY".

FD  RECOVERY-REPORT.
01  WS-REPORT-LINE                 PIC X(80).

WORKING-STORAGE SECTION.
01  WS-EOF-SWITCH                  PIC X VALUE "N".
    88  WS-EOF                         VALUE "Y".
01  WS-MST-FILE-STATUS               PIC XX VALUE "00".
01  WS-SNP-FILE-STATUS               PIC XX VALUE "00".
01  WS-PGN-FILE-STATUS               PIC XX VALUE "00".
01  WS-SAV-FILE-STATUS               PIC XX VALUE "00".
01  WS-RNH-FILE-STATUS               PIC XX VALUE "00".
01  WS-RPT-FILE-STATUS               PIC XX VALUE "00".

01  WS-TODAY-DATE                    PIC 9(8) VALUE 0.
01  WS-TODAY-INT                     PIC 9(8) VALUE 0.
01  WS-CONFIRM-INPUT                 PIC X(7).

*> Snapshot selection - MSTCLOSE's naming, walked back a month at a
*> time from the month before today when no period is given.
01  WS-PERIOD-INPUT                  PIC X(6).
01  WS-SNAPSHOT-PERIOD               PIC 9(6) VALUE 0.
01  WS-SNAPSHOT-PARTS REDEFINES WS-SNAPSHOT-PERIOD.
    05  WS-SNAPSHOT-YEAR           PIC 9(4).
    05  WS-SNAPSHOT-MONTH          PIC 9(2).
01  WS-SNAPSHOT-NAME                 PIC X(21) VALUE SPACES.
01  WS-SNAPSHOT-FOUND-SWITCH         PIC X VALUE "N".
    88  WS-SNAPSHOT-FOUND                VALUE "Y".
01  WS-LOOKBACK-COUNT                PIC 9(3) VALUE 0.
01  WS-LOOKBACK-LIMIT                PIC 9(3) VALUE 36.
01  WS-CLOSE-MARKER-DATE             PIC 9(8) VALUE 0.

*> Generation walk: one day at a time, POSTyyyymmdd.DAT.
01  WS-GENERATION-NAME               PIC X(21) VALUE SPACES.
01  WS-WALK-START-DATE               PIC 9(8) VALUE 0.
01  WS-WALK-START-PARTS REDEFINES WS-WALK-START-DATE.
    05  WS-WALK-START-YEAR         PIC 9(4).
    05  WS-WALK-START-MONTH        PIC 9(2).
    05  WS-WALK-START-DAY          PIC 9(2).
01  WS-WALK-DATE                     PIC 9(8) VALUE 0.
01  WS-WALK-INT                      PIC 9(8) VALUE 0.
01  WS-WALK-START-INT                PIC 9(8) VALUE 0.
01  WS-GEN-FILES-READ                PIC 9(5) VALUE 0.
01  WS-STRAY-RECORD-COUNT            PIC 9(9) VALUE 0.
01  WS-WALK-FAILED-SWITCH            PIC X VALUE "N".
    88  WS-WALK-FAILED                   VALUE "Y".

*> Every segment met on the walk, in run order, with what the replay
*> is to do with it. The replay pass meets the segment headers in
*> the same order, so WS-SEG-IX simply counts them off. A walk past
*> the limit is refused before anything is touched.
01  WS-SEGMENT-LIMIT                 PIC 9(4) COMP VALUE 2000.
01  WS-SEGMENT-COUNT                 PIC 9(4) COMP VALUE 0.
01  WS-SEG-IX                        PIC 9(4) COMP VALUE 0.
01  WS-SEGMENT-TABLE.
    05  WS-SEGMENT OCCURS 2000.
        10  WS-SEG-FILE-DATE       PIC 9(8).
        10  WS-SEG-KIND            PIC X(2).
        10  WS-SEG-HDR-DATE        PIC 9(8).
        10  WS-SEG-COMPLETE        PIC X(1).
        10  WS-SEG-ACTION          PIC X(1).
            88  WS-SEG-PRE-CLOSE       VALUE "P".
            88  WS-SEG-OUR-CLOSE       VALUE "C".
            88  WS-SEG-APPLY           VALUE "A".
            88  WS-SEG-INCOMPLETE      VALUE "I".
            88  WS-SEG-LATER-CLOSE     VALUE "R".

*> The segment being scanned: its running count and hash, checked
*> against its trailer.
01  WS-IN-SEGMENT-SWITCH             PIC X VALUE "N".
    88  WS-IN-SEGMENT                    VALUE "Y".
01  WS-SCAN-COUNT                    PIC 9(7) VALUE 0.
01  WS-SCAN-TOTAL                    PIC 9(11) VALUE 0.
01  WS-SCAN-BAD-SWITCH               PIC X VALUE "N".
    88  WS-SCAN-BAD                      VALUE "Y".

01  WS-CLOSE-FOUND-SWITCH            PIC X VALUE "N".
    88  WS-CLOSE-FOUND                   VALUE "Y".
01  WS-SEG-PRE-CLOSE-COUNT           PIC 9(5) VALUE 0.
01  WS-SEG-APPLY-COUNT               PIC 9(5) VALUE 0.
01  WS-SEG-INCOMPLETE-COUNT          PIC 9(5) VALUE 0.
01  WS-SEG-LATER-CLOSE-COUNT         PIC 9(5) VALUE 0.

*> The segment being replayed.
01  WS-CUR-SEG-KIND                  PIC X(2) VALUE SPACES.
01  WS-CUR-SEG-ACTION                PIC X(1) VALUE SPACE.
    88  WS-CUR-SEG-APPLY                 VALUE "A".
01  WS-CUR-POST-DATE                 PIC 9(8) VALUE 0.
01  WS-FEED-RUN-ID                   PIC X(2) VALUE SPACES.
01  WS-RPL-AMOUNT                    PIC 9(5) VALUE 0.
*> The account a transfer segment last moved balance onto - the one
*> a merge's close record that follows it was merged into.
01  WS-RPL-LAST-TARGET               PIC X(10) VALUE SPACES.

*> Rebuild state - once MASTER.DAT has been emptied, a failure leaves
*> it incomplete and the batch window is kept.
01  WS-MASTER-TOUCHED-SWITCH         PIC X VALUE "N".
    88  WS-MASTER-TOUCHED                VALUE "Y".
01  WS-ABANDON-REASON                PIC X(60) VALUE SPACES.
01  WS-SAVED-COUNT                   PIC 9(9) VALUE 0.
01  WS-SAVE-NOTE                     PIC X(40) VALUE SPACES.
01  WS-SNAPSHOT-COUNT                PIC 9(9) VALUE 0.
01  WS-RESET-COUNT                   PIC 9(9) VALUE 0.

*> Replay totals, by movement.
01  WS-RPL-INSERTED-COUNT            PIC 9(9) VALUE 0.
01  WS-RPL-POSTED-COUNT              PIC 9(9) VALUE 0.
01  WS-RPL-POSTED-SUM                PIC 9(15) VALUE 0.
01  WS-RPL-REFEED-COUNT              PIC 9(9) VALUE 0.
01  WS-RPL-REFEED-SUM                PIC 9(15) VALUE 0.
01  WS-RPL-REVERSED-COUNT            PIC 9(9) VALUE 0.
01  WS-RPL-REVERSED-SUM              PIC 9(15) VALUE 0.
01  WS-RPL-UNPOSTABLE-COUNT          PIC 9(9) VALUE 0.
01  WS-RPL-BACKOUT-COUNT             PIC 9(9) VALUE 0.
01  WS-RPL-BACKOUT-SUM               PIC 9(15) VALUE 0.
01  WS-RPL-READDED-COUNT             PIC 9(9) VALUE 0.
01  WS-RPL-READDED-SUM               PIC 9(15) VALUE 0.
01  WS-RPL-XFER-OUT-COUNT            PIC 9(9) VALUE 0.
01  WS-RPL-XFER-OUT-SUM              PIC 9(15) VALUE 0.
01  WS-RPL-XFER-IN-COUNT             PIC 9(9) VALUE 0.
01  WS-RPL-XFER-IN-SUM               PIC 9(15) VALUE 0.
01  WS-RPL-CLOSED-COUNT              PIC 9(9) VALUE 0.
01  WS-RPL-FAILED-COUNT              PIC 9(9) VALUE 0.

*> The MSTPROOF comparison, over the rebuilt master.
01  WS-MASTER-COUNT                  PIC 9(9) VALUE 0.
01  WS-HISTORY-COUNT                 PIC 9(9) VALUE 0.
01  WS-MASTER-TOTAL                  PIC 9(15) VALUE 0.
01  WS-EXPECTED-TOTAL                PIC S9(15) VALUE 0.
01  WS-DIFFERENCE                    PIC S9(15) VALUE 0.
01  WS-NOT-PROVEN-SWITCH             PIC X VALUE "N".
    88  WS-NOT-PROVEN                    VALUE "Y".

01  WS-RPT-HEADER-LINE.
    05  FILLER                     PIC X(34) VALUE
        "MASTER FORWARD RECOVERY - DATE ".
    05  WS-RPT-HDR-DATE            PIC 9(8).
01  WS-RPT-SNAPSHOT-LINE.
    05  FILLER                     PIC X(28) VALUE
        "SNAPSHOT..................: ".
    05  WS-RPT-SNAPSHOT-NAME       PIC X(21).
01  WS-RPT-SEGMENT-LINE.
    05  WS-RPT-SEG-FILE            PIC X(17).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPT-SEG-KIND            PIC X(2).
    05  FILLER                     PIC X(9) VALUE " SEGMENT ".
    05  WS-RPT-SEG-DATE            PIC 9(8).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPT-SEG-TEXT            PIC X(40).
01  WS-RPT-COUNT-LINE.
    05  WS-RPT-COUNT-LABEL         PIC X(28).
    05  WS-RPT-COUNT-EDIT          PIC Z(8)9.
01  WS-RPT-AMOUNT-LINE.
    05  WS-RPT-AMOUNT-LABEL        PIC X(28).
    05  WS-RPT-AMOUNT-COUNT        PIC Z(8)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RPT-AMOUNT-EDIT         PIC Z(14)9.
01  WS-RPT-TOTAL-LINE.
    05  WS-RPT-TOTAL-LABEL         PIC X(28).
    05  WS-RPT-TOTAL-EDIT          PIC Z(14)9.
01  WS-RPT-DIFF-LINE.
    05  FILLER                     PIC X(28) VALUE
        "DIFFERENCE................: ".
    05  WS-RPT-DIFF-EDIT           PIC -(14)9.
01  WS-RPT-VERDICT-LINE.
    05  FILLER                     PIC X(15) VALUE
        "PROOF VERDICT: ".
    05  WS-RPT-VERDICT             PIC X(14).

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-ACQUIRE-BATCH-WINDOW
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) TO WS-TODAY-INT
    PERFORM 0100-SELECT-SNAPSHOT

    OPEN OUTPUT RECOVERY-REPORT
    IF WS-RPT-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN MSTRCVRP.TXT, FILE STATUS="
            WS-RPT-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    MOVE WS-TODAY-DATE TO WS-RPT-HDR-DATE
    WRITE WS-REPORT-LINE FROM WS-RPT-HEADER-LINE
    MOVE WS-SNAPSHOT-NAME TO WS-RPT-SNAPSHOT-NAME
    WRITE WS-REPORT-LINE FROM WS-RPT-SNAPSHOT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE

    PERFORM 1000-SCAN-GENERATIONS
    PERFORM 1500-PLAN-REPLAY
    IF NOT WS-CLOSE-FOUND THEN
        MOVE SPACES TO WS-REPORT-LINE
        STRING "NO CLOSE MARKER FOR PERIOD " WS-SNAPSHOT-PERIOD
            " IN THE POSTING GENERATIONS - MASTER.DAT NOT TOUCHED"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        CLOSE RECOVERY-REPORT
        DISPLAY "ERROR: NO CLOSE MARKER FOR PERIOD " WS-SNAPSHOT-PERIOD
            " - " WS-SNAPSHOT-NAME " CANNOT BE ROLLED FORWARD"
        MOVE 8 TO RETURN-CODE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

    PERFORM 0300-CHECK-SNAPSHOT-LAYOUT
    PERFORM 0200-CONFIRM-REBUILD
    PERFORM 2000-SAVE-CURRENT-MASTER
    PERFORM 3000-LOAD-SNAPSHOT
    PERFORM 4000-REPLAY-GENERATIONS
    CLOSE MASTER-FILE
    PERFORM 5000-WRITE-REPLAY-TOTALS
    PERFORM 6000-PROVE-REBUILT-MASTER

    CLOSE RECOVERY-REPORT

    DISPLAY "SEGMENTS REPLAYED.....: " WS-SEG-APPLY-COUNT
    DISPLAY "SEGMENTS INCOMPLETE...: " WS-SEG-INCOMPLETE-COUNT
    IF WS-NOT-PROVEN THEN
        DISPLAY "MSTRCVR: REBUILT MASTER DOES NOT TIE - SEE MSTRCVRP.TXT"
        DISPLAY "BATCH WINDOW KEPT BY MSTRCVR - CLEAR IT WITH LOCKCLR "
            "ONCE THE BOOK IS RESOLVED"
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "MSTRCVR: REBUILT MASTER IN BALANCE"
        PERFORM 9900-RELEASE-BATCH-WINDOW
    END-IF
    STOP RUN.

0005-ACQUIRE-BATCH-WINDOW.
    *> Nothing is opened until the shared batch window is ours -
    *> see BATCHLCK.
    MOVE "MSTRCVR" TO LRQ-PROGRAM
    SET LRQ-ACQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF NOT LRQ-GRANTED THEN
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

0100-SELECT-SNAPSHOT.
    *> A named period must be on file; a blank one takes the most
    *> recent snapshot within WS-LOOKBACK-LIMIT months.
    DISPLAY "SNAPSHOT PERIOD (YYYYMM, BLANK FOR THE LATEST): "
    ACCEPT WS-PERIOD-INPUT
    IF WS-PERIOD-INPUT NOT = SPACES THEN
        IF WS-PERIOD-INPUT IS NOT NUMERIC THEN
            DISPLAY "ERROR: SNAPSHOT PERIOD NOT NUMERIC"
            MOVE 8 TO RETURN-CODE
            PERFORM 9900-RELEASE-BATCH-WINDOW
            STOP RUN
        END-IF
        MOVE WS-PERIOD-INPUT TO WS-SNAPSHOT-PERIOD
        PERFORM 0150-TRY-SNAPSHOT
    ELSE
        MOVE WS-TODAY-DATE(1:6) TO WS-SNAPSHOT-PERIOD
        PERFORM UNTIL WS-SNAPSHOT-FOUND
                   OR WS-LOOKBACK-COUNT >= WS-LOOKBACK-LIMIT
            PERFORM 0160-PREVIOUS-PERIOD
            PERFORM 0150-TRY-SNAPSHOT
            ADD 1 TO WS-LOOKBACK-COUNT
        END-PERFORM
    END-IF
    IF NOT WS-SNAPSHOT-FOUND THEN
        DISPLAY "ERROR: NO MASTER SNAPSHOT FOUND (LAST TRIED "
            WS-SNAPSHOT-NAME ") - NOTHING TO ROLL FORWARD FROM"
        MOVE 8 TO RETURN-CODE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    COMPUTE WS-CLOSE-MARKER-DATE = WS-SNAPSHOT-PERIOD * 100
    DISPLAY "ROLLING FORWARD FROM.: " WS-SNAPSHOT-NAME.

0150-TRY-SNAPSHOT.
    MOVE SPACES TO WS-SNAPSHOT-NAME
    STRING "MSTR" WS-SNAPSHOT-YEAR WS-SNAPSHOT-MONTH ".DAT"
        DELIMITED BY SIZE INTO WS-SNAPSHOT-NAME
    OPEN INPUT SNAPSHOT-FILE
    IF WS-SNP-FILE-STATUS = "00" THEN
        SET WS-SNAPSHOT-FOUND TO TRUE
        CLOSE SNAPSHOT-FILE
    END-IF.

0160-PREVIOUS-PERIOD.
    IF WS-SNAPSHOT-MONTH = 1 THEN
        SUBTRACT 1 FROM WS-SNAPSHOT-YEAR
        MOVE 12 TO WS-SNAPSHOT-MONTH
    ELSE
        SUBTRACT 1 FROM WS-SNAPSHOT-MONTH
    END-IF.

0200-CONFIRM-REBUILD.
    *> Typed out in full, the same as LOCKCLR's confirmation - the
    *> master is about to be replaced.
    DISPLAY "SEGMENTS TO REPLAY....: " WS-SEG-APPLY-COUNT
    DISPLAY "SEGMENTS INCOMPLETE...: " WS-SEG-INCOMPLETE-COUNT
        " (NOT REPLAYED - SEE MSTRCVRP.TXT)"
    DISPLAY "TYPE REBUILD TO REPLACE MASTER.DAT: "
    ACCEPT WS-CONFIRM-INPUT
    IF WS-CONFIRM-INPUT NOT = "REBUILD" THEN
        MOVE "NOT CONFIRMED - MASTER.DAT NOT TOUCHED" TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        CLOSE RECOVERY-REPORT
        DISPLAY "NOT CONFIRMED - MASTER.DAT LEFT AS IT WAS"
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF.

0300-CHECK-SNAPSHOT-LAYOUT.
    *> A snapshot closed before the account status and transfer
    *> counters were added reads back misaligned - its first record
    *> runs on into the second, so the status byte is a digit and the
    *> counters are not numbers. Refuse it before anything is touched.
    OPEN INPUT SNAPSHOT-FILE
    IF WS-SNP-FILE-STATUS NOT = "00" THEN
        MOVE SPACES TO WS-REPORT-LINE
        STRING "CANNOT OPEN " WS-SNAPSHOT-NAME ", FILE STATUS="
            WS-SNP-FILE-STATUS " - MASTER.DAT NOT TOUCHED"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        CLOSE RECOVERY-REPORT
        DISPLAY "ERROR: CANNOT OPEN " WS-SNAPSHOT-NAME
        MOVE 8 TO RETURN-CODE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    READ SNAPSHOT-FILE
        AT END
            CONTINUE
        NOT AT END
            MOVE WS-SNAPSHOT-RECORD TO WS-MASTER-RECORD
            IF MST-FIELD-A-BALANCE IS NOT NUMERIC
            OR MST-PTD-TRANSFER-IN-SUM IS NOT NUMERIC
            OR MST-PTD-TRANSFER-OUT-SUM IS NOT NUMERIC
            OR NOT (MST-ACCOUNT-OPEN OR MST-ACCOUNT-CLOSED) THEN
                CLOSE SNAPSHOT-FILE
                MOVE SPACES TO WS-REPORT-LINE
                STRING WS-SNAPSHOT-NAME DELIMITED BY SPACE
                    " IS IN THE OLD MASTER LAYOUT - RUN MSTCONV2 ON IT"
                    " FIRST" DELIMITED BY SIZE INTO WS-REPORT-LINE
                WRITE WS-REPORT-LINE
                MOVE "MASTER.DAT NOT TOUCHED" TO WS-REPORT-LINE
                WRITE WS-REPORT-LINE
                CLOSE RECOVERY-REPORT
                DISPLAY "ERROR: " WS-SNAPSHOT-NAME
                    " IS IN THE OLD MASTER LAYOUT - RUN MSTCONV2"
                MOVE 8 TO RETURN-CODE
                PERFORM 9900-RELEASE-BATCH-WINDOW
                STOP RUN
            END-IF
    END-READ
    CLOSE SNAPSHOT-FILE.

1000-SCAN-GENERATIONS.
    *> First pass, nothing touched: find every segment from the first
    *> day after the snapshot's period to today and check each against
    *> its own trailer.
    PERFORM 1050-SET-WALK-START
    MOVE WS-WALK-START-INT TO WS-WALK-INT
    PERFORM UNTIL WS-WALK-INT > WS-TODAY-INT OR WS-WALK-FAILED
        PERFORM 1060-SET-GENERATION-NAME
        PERFORM 1100-SCAN-ONE-GENERATION
        ADD 1 TO WS-WALK-INT
    END-PERFORM
    IF WS-WALK-FAILED THEN
        MOVE SPACES TO WS-REPORT-LINE
        STRING WS-GENERATION-NAME DELIMITED BY SPACE
            " UNREADABLE OR TOO MANY SEGMENTS - MASTER.DAT NOT TOUCHED"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        CLOSE RECOVERY-REPORT
        MOVE 8 TO RETURN-CODE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF.

1050-SET-WALK-START.
    MOVE WS-SNAPSHOT-YEAR TO WS-WALK-START-YEAR
    MOVE WS-SNAPSHOT-MONTH TO WS-WALK-START-MONTH
    MOVE 1 TO WS-WALK-START-DAY
    IF WS-WALK-START-MONTH = 12 THEN
        ADD 1 TO WS-WALK-START-YEAR
        MOVE 1 TO WS-WALK-START-MONTH
    ELSE
        ADD 1 TO WS-WALK-START-MONTH
    END-IF
    MOVE FUNCTION INTEGER-OF-DATE(WS-WALK-START-DATE)
        TO WS-WALK-START-INT.

1060-SET-GENERATION-NAME.
    MOVE FUNCTION DATE-OF-INTEGER(WS-WALK-INT) TO WS-WALK-DATE
    MOVE SPACES TO WS-GENERATION-NAME
    STRING "POST" WS-WALK-DATE ".DAT"
        DELIMITED BY SIZE INTO WS-GENERATION-NAME.

1100-SCAN-ONE-GENERATION.
    *> A day with no file is a day nothing moved the master.
    MOVE "N" TO WS-EOF-SWITCH
    MOVE "N" TO WS-IN-SEGMENT-SWITCH
    OPEN INPUT POSTING-GENERATION-FILE
    EVALUATE WS-PGN-FILE-STATUS
        WHEN "00"
            ADD 1 TO WS-GEN-FILES-READ
            PERFORM UNTIL WS-EOF
                READ POSTING-GENERATION-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        PERFORM 1200-SCAN-ONE-RECORD
                END-READ
                IF NOT WS-EOF AND WS-PGN-FILE-STATUS NOT = "00" THEN
                    DISPLAY "ERROR: READ FAILED ON " WS-GENERATION-NAME
                        ", FILE STATUS=" WS-PGN-FILE-STATUS
                    SET WS-WALK-FAILED TO TRUE
                    SET WS-EOF TO TRUE
                END-IF
            END-PERFORM
            CLOSE POSTING-GENERATION-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: CANNOT OPEN " WS-GENERATION-NAME
                ", FILE STATUS=" WS-PGN-FILE-STATUS
            SET WS-WALK-FAILED TO TRUE
    END-EVALUATE.

1200-SCAN-ONE-RECORD.
    *> An opener always starts a new segment - whatever was open
    *> before it never got its trailer and stays incomplete.
    EVALUATE TRUE
        WHEN PGN-HEADER AND PGN-SEGMENT-OPENER
            PERFORM 1250-ENTER-SEGMENT
        WHEN NOT WS-IN-SEGMENT
            ADD 1 TO WS-STRAY-RECORD-COUNT
        WHEN PGN-TRAILER
            ADD 1 TO WS-SCAN-COUNT
            IF PGN-TRL-RECORD-COUNT IS NUMERIC
            AND PGN-TRL-FIELD-A-TOTAL IS NUMERIC
            AND PGN-TRL-RECORD-COUNT = WS-SCAN-COUNT
            AND PGN-TRL-FIELD-A-TOTAL = WS-SCAN-TOTAL
            AND NOT WS-SCAN-BAD THEN
                MOVE "Y" TO WS-SEG-COMPLETE(WS-SEGMENT-COUNT)
            END-IF
            MOVE "N" TO WS-IN-SEGMENT-SWITCH
        WHEN OTHER
            ADD 1 TO WS-SCAN-COUNT
            IF PGN-DETAIL OR PGN-REVERSAL THEN
                IF PGN-FIELD-A IS NUMERIC THEN
                    ADD PGN-FIELD-A TO WS-SCAN-TOTAL
                ELSE
                    SET WS-SCAN-BAD TO TRUE
                END-IF
            END-IF
    END-EVALUATE.

1250-ENTER-SEGMENT.
    IF WS-SEGMENT-COUNT >= WS-SEGMENT-LIMIT THEN
        DISPLAY "ERROR: MORE THAN " WS-SEGMENT-LIMIT
            " POSTING SEGMENTS SINCE " WS-SNAPSHOT-NAME
            " - ROLL FORWARD FROM A LATER SNAPSHOT"
        SET WS-WALK-FAILED TO TRUE
        SET WS-EOF TO TRUE
    ELSE
        ADD 1 TO WS-SEGMENT-COUNT
        MOVE WS-WALK-DATE TO WS-SEG-FILE-DATE(WS-SEGMENT-COUNT)
        MOVE PGN-HDR-RUN-ID TO WS-SEG-KIND(WS-SEGMENT-COUNT)
        IF PGN-HDR-DATE IS NUMERIC THEN
            MOVE PGN-HDR-DATE TO WS-SEG-HDR-DATE(WS-SEGMENT-COUNT)
        ELSE
            MOVE WS-WALK-DATE TO WS-SEG-HDR-DATE(WS-SEGMENT-COUNT)
        END-IF
        MOVE "N" TO WS-SEG-COMPLETE(WS-SEGMENT-COUNT)
        MOVE SPACE TO WS-SEG-ACTION(WS-SEGMENT-COUNT)
        SET WS-IN-SEGMENT TO TRUE
        MOVE "N" TO WS-SCAN-BAD-SWITCH
        MOVE 1 TO WS-SCAN-COUNT
        MOVE 0 TO WS-SCAN-TOTAL
    END-IF.

1500-PLAN-REPLAY.
    *> Up to and including this period's close marker everything is
    *> already in the snapshot. After it: complete posting, back-out
    *> and transfer segments replay, a later close resets the counters,
    *> and an incomplete segment is listed and left out.
    PERFORM VARYING WS-SEG-IX FROM 1 BY 1
            UNTIL WS-SEG-IX > WS-SEGMENT-COUNT
        EVALUATE TRUE
            WHEN NOT WS-CLOSE-FOUND
                IF WS-SEG-KIND(WS-SEG-IX) = "CL"
                AND WS-SEG-HDR-DATE(WS-SEG-IX) = WS-CLOSE-MARKER-DATE
                AND WS-SEG-COMPLETE(WS-SEG-IX) = "Y" THEN
                    SET WS-SEG-OUR-CLOSE(WS-SEG-IX) TO TRUE
                    SET WS-CLOSE-FOUND TO TRUE
                ELSE
                    SET WS-SEG-PRE-CLOSE(WS-SEG-IX) TO TRUE
                    ADD 1 TO WS-SEG-PRE-CLOSE-COUNT
                END-IF
            WHEN WS-SEG-COMPLETE(WS-SEG-IX) NOT = "Y"
                SET WS-SEG-INCOMPLETE(WS-SEG-IX) TO TRUE
                ADD 1 TO WS-SEG-INCOMPLETE-COUNT
                MOVE "TRAILER MISSING OR UNBALANCED - NOT REPLAYED"
                    TO WS-RPT-SEG-TEXT
                PERFORM 1550-WRITE-SEGMENT-LINE
            WHEN WS-SEG-KIND(WS-SEG-IX) = "CL"
                SET WS-SEG-LATER-CLOSE(WS-SEG-IX) TO TRUE
                ADD 1 TO WS-SEG-LATER-CLOSE-COUNT
                MOVE "LATER PERIOD CLOSE - COUNTERS RESET"
                    TO WS-RPT-SEG-TEXT
                PERFORM 1550-WRITE-SEGMENT-LINE
            WHEN OTHER
                SET WS-SEG-APPLY(WS-SEG-IX) TO TRUE
                ADD 1 TO WS-SEG-APPLY-COUNT
        END-EVALUATE
    END-PERFORM.

1550-WRITE-SEGMENT-LINE.
    MOVE SPACES TO WS-RPT-SEG-FILE
    STRING "POST" WS-SEG-FILE-DATE(WS-SEG-IX) ".DAT"
        DELIMITED BY SIZE INTO WS-RPT-SEG-FILE
    MOVE WS-SEG-KIND(WS-SEG-IX) TO WS-RPT-SEG-KIND
    MOVE WS-SEG-HDR-DATE(WS-SEG-IX) TO WS-RPT-SEG-DATE
    WRITE WS-REPORT-LINE FROM WS-RPT-SEGMENT-LINE.

2000-SAVE-CURRENT-MASTER.
    *> Whatever still reads of the old master, in key order, for the
    *> post-mortem. A master that will not open, or stops reading part
    *> way, is exactly why this job is running - noted, not fatal. The
    *> save file itself must open: without it the old master would be
    *> gone for good.
    OPEN OUTPUT SAVE-FILE
    IF WS-SAV-FILE-STATUS NOT = "00" THEN
        MOVE SPACES TO WS-REPORT-LINE
        STRING "CANNOT OPEN MSTRCVR.SAV, FILE STATUS="
            WS-SAV-FILE-STATUS " - MASTER.DAT NOT TOUCHED"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        CLOSE RECOVERY-REPORT
        DISPLAY "ERROR: CANNOT OPEN MSTRCVR.SAV, FILE STATUS="
            WS-SAV-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT MASTER-FILE
    EVALUATE WS-MST-FILE-STATUS
        WHEN "00"
            MOVE "COMPLETE" TO WS-SAVE-NOTE
            PERFORM UNTIL WS-EOF
                READ MASTER-FILE NEXT RECORD
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        WRITE WS-SAVE-RECORD FROM WS-MASTER-RECORD
                        ADD 1 TO WS-SAVED-COUNT
                END-READ
                IF NOT WS-EOF AND WS-MST-FILE-STATUS NOT = "00" THEN
                    MOVE SPACES TO WS-SAVE-NOTE
                    STRING "PARTIAL - READ FAILED, FILE STATUS="
                        WS-MST-FILE-STATUS
                        DELIMITED BY SIZE INTO WS-SAVE-NOTE
                    SET WS-EOF TO TRUE
                END-IF
            END-PERFORM
            CLOSE MASTER-FILE
        WHEN "35"
            MOVE "NO MASTER.DAT ON FILE" TO WS-SAVE-NOTE
        WHEN OTHER
            MOVE SPACES TO WS-SAVE-NOTE
            STRING "UNREADABLE, FILE STATUS=" WS-MST-FILE-STATUS
                DELIMITED BY SIZE INTO WS-SAVE-NOTE
    END-EVALUATE
    CLOSE SAVE-FILE
    MOVE "OLD MASTER SAVED..........: " TO WS-RPT-COUNT-LABEL
    MOVE WS-SAVED-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  MSTRCVR.SAV - " WS-SAVE-NOTE
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

3000-LOAD-SNAPSHOT.
    *> The master starts again as the snapshot stood, with the period
    *> counters zeroed as MSTCLOSE zeroed them on the live file.
    OPEN OUTPUT MASTER-FILE
    IF WS-MST-FILE-STATUS NOT = "00" THEN
        MOVE "CANNOT CREATE MASTER.DAT" TO WS-ABANDON-REASON
        PERFORM 9000-ABANDON-REBUILD
    END-IF
    SET WS-MASTER-TOUCHED TO TRUE
    CLOSE MASTER-FILE
    OPEN I-O MASTER-FILE
    IF WS-MST-FILE-STATUS NOT = "00" THEN
        MOVE "CANNOT REOPEN MASTER.DAT" TO WS-ABANDON-REASON
        PERFORM 9000-ABANDON-REBUILD
    END-IF
    OPEN INPUT SNAPSHOT-FILE
    IF WS-SNP-FILE-STATUS NOT = "00" THEN
        MOVE "CANNOT OPEN THE SNAPSHOT" TO WS-ABANDON-REASON
        PERFORM 9000-ABANDON-REBUILD
    END-IF
    MOVE "N" TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF
        READ SNAPSHOT-FILE
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                MOVE WS-SNAPSHOT-RECORD TO WS-MASTER-RECORD
                MOVE 0 TO MST-PTD-POST-SUM
                MOVE 0 TO MST-PTD-REFEED-SUM
                MOVE 0 TO MST-PTD-REVERSAL-SUM
                MOVE 0 TO MST-PTD-TRANSFER-IN-SUM
                MOVE 0 TO MST-PTD-TRANSFER-OUT-SUM
                WRITE WS-MASTER-RECORD
                IF WS-MST-FILE-STATUS NOT = "00" THEN
                    MOVE SPACES TO WS-ABANDON-REASON
                    STRING "SNAPSHOT LOAD FAILED AT ACCOUNT "
                        MST-ACCOUNT-ID ", STATUS=" WS-MST-FILE-STATUS
                        DELIMITED BY SIZE INTO WS-ABANDON-REASON
                    PERFORM 9000-ABANDON-REBUILD
                END-IF
                ADD 1 TO WS-SNAPSHOT-COUNT
        END-READ
    END-PERFORM
    CLOSE SNAPSHOT-FILE
    MOVE "ACCOUNTS FROM SNAPSHOT....: " TO WS-RPT-COUNT-LABEL
    MOVE WS-SNAPSHOT-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE.

4000-REPLAY-GENERATIONS.
    *> Second pass over the same days, in the same order: each
    *> segment header moves WS-SEG-IX on to the plan entry 1500 made
    *> for it.
    MOVE 0 TO WS-SEG-IX
    MOVE WS-WALK-START-INT TO WS-WALK-INT
    PERFORM UNTIL WS-WALK-INT > WS-TODAY-INT
        PERFORM 1060-SET-GENERATION-NAME
        PERFORM 4100-REPLAY-ONE-GENERATION
        ADD 1 TO WS-WALK-INT
    END-PERFORM.

4100-REPLAY-ONE-GENERATION.
    MOVE "N" TO WS-EOF-SWITCH
    MOVE SPACE TO WS-CUR-SEG-ACTION
    OPEN INPUT POSTING-GENERATION-FILE
    EVALUATE WS-PGN-FILE-STATUS
        WHEN "00"
            PERFORM UNTIL WS-EOF
                READ POSTING-GENERATION-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        PERFORM 4200-REPLAY-ONE-RECORD
                END-READ
            END-PERFORM
            CLOSE POSTING-GENERATION-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            MOVE SPACES TO WS-ABANDON-REASON
            STRING "CANNOT REOPEN " WS-GENERATION-NAME ", STATUS="
                WS-PGN-FILE-STATUS
                DELIMITED BY SIZE INTO WS-ABANDON-REASON
            PERFORM 9000-ABANDON-REBUILD
    END-EVALUATE.

4200-REPLAY-ONE-RECORD.
    EVALUATE TRUE
        WHEN PGN-HEADER AND PGN-SEGMENT-OPENER
            ADD 1 TO WS-SEG-IX
            MOVE WS-SEG-KIND(WS-SEG-IX) TO WS-CUR-SEG-KIND
            MOVE WS-SEG-ACTION(WS-SEG-IX) TO WS-CUR-SEG-ACTION
            MOVE WS-SEG-HDR-DATE(WS-SEG-IX) TO WS-CUR-POST-DATE
            MOVE WS-SEG-KIND(WS-SEG-IX) TO WS-FEED-RUN-ID
            IF WS-SEG-LATER-CLOSE(WS-SEG-IX) THEN
                PERFORM 4500-RESET-PERIOD-COUNTERS
            END-IF
        WHEN PGN-TRAILER
            MOVE SPACE TO WS-CUR-SEG-ACTION
        WHEN NOT WS-CUR-SEG-APPLY
            CONTINUE
        WHEN PGN-HEADER
            *> A feed marker inside a nightly segment - the run id the
            *> records after it posted under.
            MOVE PGN-HDR-RUN-ID TO WS-FEED-RUN-ID
        WHEN WS-CUR-SEG-KIND = "LR" AND PGN-REVERSAL
            PERFORM 4400-REPLAY-READD
        WHEN WS-CUR-SEG-KIND = "LR" AND PGN-DETAIL
            PERFORM 4450-REPLAY-BACKOUT
        WHEN WS-CUR-SEG-KIND = "TR" AND PGN-REVERSAL
            PERFORM 4600-REPLAY-TRANSFER-OUT
        WHEN WS-CUR-SEG-KIND = "TR" AND PGN-DETAIL
            PERFORM 4650-REPLAY-TRANSFER-IN
        WHEN WS-CUR-SEG-KIND = "TR" AND PGN-ACCOUNT-CLOSE
            PERFORM 4700-REPLAY-ACCOUNT-CLOSE
        WHEN PGN-REVERSAL
            PERFORM 4300-REPLAY-REVERSAL
        WHEN PGN-DETAIL
            PERFORM 4250-REPLAY-ADDITIVE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

4250-REPLAY-ADDITIVE.
    *> NUMVAL01's 3425-POST-ADDITIVE-RECORD, dated from the segment.
    MOVE PGN-FIELD-A TO WS-RPL-AMOUNT
    MOVE PGN-FIELD-B TO MST-ACCOUNT-ID
    READ MASTER-FILE
        INVALID KEY
            MOVE PGN-FIELD-B TO MST-ACCOUNT-ID
            MOVE WS-RPL-AMOUNT TO MST-FIELD-A-BALANCE
            MOVE WS-RPL-AMOUNT TO MST-LAST-FIELD-A
            MOVE WS-CUR-POST-DATE TO MST-LAST-POST-DATE
            MOVE WS-FEED-RUN-ID TO MST-LAST-RUN-ID
            MOVE 0 TO MST-PTD-POST-SUM
            MOVE 0 TO MST-PTD-REFEED-SUM
            MOVE 0 TO MST-PTD-REVERSAL-SUM
            MOVE 0 TO MST-PTD-TRANSFER-IN-SUM
            MOVE 0 TO MST-PTD-TRANSFER-OUT-SUM
            SET MST-ACCOUNT-OPEN TO TRUE
            MOVE SPACES TO MST-MERGED-INTO-ID
            MOVE 0 TO MST-CLOSED-DATE
            IF WS-FEED-RUN-ID = "RF" THEN
                MOVE WS-RPL-AMOUNT TO MST-PTD-REFEED-SUM
            ELSE
                MOVE WS-RPL-AMOUNT TO MST-PTD-POST-SUM
            END-IF
            WRITE WS-MASTER-RECORD
            ADD 1 TO WS-RPL-INSERTED-COUNT
        NOT INVALID KEY
            ADD WS-RPL-AMOUNT TO MST-FIELD-A-BALANCE
            MOVE WS-RPL-AMOUNT TO MST-LAST-FIELD-A
            MOVE WS-CUR-POST-DATE TO MST-LAST-POST-DATE
            MOVE WS-FEED-RUN-ID TO MST-LAST-RUN-ID
            IF WS-FEED-RUN-ID = "RF" THEN
                ADD WS-RPL-AMOUNT TO MST-PTD-REFEED-SUM
            ELSE
                ADD WS-RPL-AMOUNT TO MST-PTD-POST-SUM
            END-IF
            REWRITE WS-MASTER-RECORD
    END-READ
    PERFORM 4900-CHECK-MASTER-WRITE
    IF WS-FEED-RUN-ID = "RF" THEN
        ADD 1 TO WS-RPL-REFEED-COUNT
        ADD WS-RPL-AMOUNT TO WS-RPL-REFEED-SUM
    ELSE
        ADD 1 TO WS-RPL-POSTED-COUNT
        ADD WS-RPL-AMOUNT TO WS-RPL-POSTED-SUM
    END-IF.

4300-REPLAY-REVERSAL.
    *> NUMVAL01's 3430-POST-REVERSAL-RECORD. The rebuilt balance is
    *> the one the night saw, so a reversal that suspended then (no
    *> account, or more than it held) fails the same test now and is
    *> counted, not applied.
    MOVE PGN-FIELD-A TO WS-RPL-AMOUNT
    MOVE PGN-FIELD-B TO MST-ACCOUNT-ID
    READ MASTER-FILE
        INVALID KEY
            ADD 1 TO WS-RPL-UNPOSTABLE-COUNT
        NOT INVALID KEY
            IF WS-RPL-AMOUNT > MST-FIELD-A-BALANCE THEN
                ADD 1 TO WS-RPL-UNPOSTABLE-COUNT
            ELSE
                SUBTRACT WS-RPL-AMOUNT FROM MST-FIELD-A-BALANCE
                MOVE WS-RPL-AMOUNT TO MST-LAST-FIELD-A
                MOVE WS-CUR-POST-DATE TO MST-LAST-POST-DATE
                MOVE WS-FEED-RUN-ID TO MST-LAST-RUN-ID
                ADD WS-RPL-AMOUNT TO MST-PTD-REVERSAL-SUM
                REWRITE WS-MASTER-RECORD
                PERFORM 4900-CHECK-MASTER-WRITE
                ADD 1 TO WS-RPL-REVERSED-COUNT
                ADD WS-RPL-AMOUNT TO WS-RPL-REVERSED-SUM
            END-IF
    END-READ.

4400-REPLAY-READD.
    *> EXTACK's 2560-APPLY-ONE-BACKOUT for a rejected reversal: the
    *> amount goes back on and counts as a posting movement. Only
    *> back-outs that applied on the night are in the segment, so one
    *> that cannot apply now is a real break and is listed.
    MOVE PGN-FIELD-A TO WS-RPL-AMOUNT
    MOVE PGN-FIELD-B TO MST-ACCOUNT-ID
    READ MASTER-FILE
        INVALID KEY
            PERFORM 4800-REPORT-REPLAY-FAILURE
        NOT INVALID KEY
            ADD WS-RPL-AMOUNT TO MST-FIELD-A-BALANCE
            ADD WS-RPL-AMOUNT TO MST-PTD-POST-SUM
            MOVE WS-CUR-POST-DATE TO MST-LAST-POST-DATE
            MOVE "LR" TO MST-LAST-RUN-ID
            REWRITE WS-MASTER-RECORD
            PERFORM 4900-CHECK-MASTER-WRITE
            ADD 1 TO WS-RPL-READDED-COUNT
            ADD WS-RPL-AMOUNT TO WS-RPL-READDED-SUM
    END-READ.

4450-REPLAY-BACKOUT.
    *> EXTACK's back-out of a rejected posting: off the balance, and a
    *> reversal movement for the period.
    MOVE PGN-FIELD-A TO WS-RPL-AMOUNT
    MOVE PGN-FIELD-B TO MST-ACCOUNT-ID
    READ MASTER-FILE
        INVALID KEY
            PERFORM 4800-REPORT-REPLAY-FAILURE
        NOT INVALID KEY
            IF WS-RPL-AMOUNT > MST-FIELD-A-BALANCE THEN
                PERFORM 4800-REPORT-REPLAY-FAILURE
            ELSE
                SUBTRACT WS-RPL-AMOUNT FROM MST-FIELD-A-BALANCE
                ADD WS-RPL-AMOUNT TO MST-PTD-REVERSAL-SUM
                MOVE WS-CUR-POST-DATE TO MST-LAST-POST-DATE
                MOVE "LR" TO MST-LAST-RUN-ID
                REWRITE WS-MASTER-RECORD
                PERFORM 4900-CHECK-MASTER-WRITE
                ADD 1 TO WS-RPL-BACKOUT-COUNT
                ADD WS-RPL-AMOUNT TO WS-RPL-BACKOUT-SUM
            END-IF
    END-READ.

4500-RESET-PERIOD-COUNTERS.
    *> A later MSTCLOSE ruled a period off here: zero every account's
    *> counters, as it did on the live master.
    MOVE "N" TO WS-EOF-SWITCH
    MOVE LOW-VALUES TO MST-ACCOUNT-ID
    START MASTER-FILE KEY IS NOT LESS THAN MST-ACCOUNT-ID
        INVALID KEY
            SET WS-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-EOF
        READ MASTER-FILE NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                MOVE 0 TO MST-PTD-POST-SUM
                MOVE 0 TO MST-PTD-REFEED-SUM
                MOVE 0 TO MST-PTD-REVERSAL-SUM
                MOVE 0 TO MST-PTD-TRANSFER-IN-SUM
                MOVE 0 TO MST-PTD-TRANSFER-OUT-SUM
                REWRITE WS-MASTER-RECORD
                PERFORM 4900-CHECK-MASTER-WRITE
        END-READ
    END-PERFORM
    *> The generation file's own end-of-file switch is shared - the
    *> replay of this file carries on after the reset.
    MOVE "N" TO WS-EOF-SWITCH
    ADD 1 TO WS-RESET-COUNT.

4600-REPLAY-TRANSFER-OUT.
    *> ACCTXFER's source side: off the balance, and a transfer-out
    *> movement for the period. Like a back-out, only what applied on
    *> the day is in the segment, so a piece that cannot apply now is
    *> a real break and is listed.
    MOVE PGN-FIELD-A TO WS-RPL-AMOUNT
    MOVE PGN-FIELD-B TO MST-ACCOUNT-ID
    READ MASTER-FILE
        INVALID KEY
            PERFORM 4800-REPORT-REPLAY-FAILURE
        NOT INVALID KEY
            IF WS-RPL-AMOUNT > MST-FIELD-A-BALANCE THEN
                PERFORM 4800-REPORT-REPLAY-FAILURE
            ELSE
                SUBTRACT WS-RPL-AMOUNT FROM MST-FIELD-A-BALANCE
                ADD WS-RPL-AMOUNT TO MST-PTD-TRANSFER-OUT-SUM
                MOVE WS-CUR-POST-DATE TO MST-LAST-POST-DATE
                MOVE "TR" TO MST-LAST-RUN-ID
                REWRITE WS-MASTER-RECORD
                PERFORM 4900-CHECK-MASTER-WRITE
                ADD 1 TO WS-RPL-XFER-OUT-COUNT
                ADD WS-RPL-AMOUNT TO WS-RPL-XFER-OUT-SUM
            END-IF
    END-READ.

4650-REPLAY-TRANSFER-IN.
    *> ACCTXFER's target side: onto the balance, and a transfer-in
    *> movement. A target the feeds had not yet posted to is inserted,
    *> as ACCTXFER inserted it.
    MOVE PGN-FIELD-A TO WS-RPL-AMOUNT
    MOVE PGN-FIELD-B TO MST-ACCOUNT-ID
    MOVE PGN-FIELD-B TO WS-RPL-LAST-TARGET
    READ MASTER-FILE
        INVALID KEY
            MOVE PGN-FIELD-B TO MST-ACCOUNT-ID
            MOVE WS-RPL-AMOUNT TO MST-FIELD-A-BALANCE
            MOVE 0 TO MST-LAST-FIELD-A
            MOVE WS-CUR-POST-DATE TO MST-LAST-POST-DATE
            MOVE "TR" TO MST-LAST-RUN-ID
            MOVE 0 TO MST-PTD-POST-SUM
            MOVE 0 TO MST-PTD-REFEED-SUM
            MOVE 0 TO MST-PTD-REVERSAL-SUM
            MOVE WS-RPL-AMOUNT TO MST-PTD-TRANSFER-IN-SUM
            MOVE 0 TO MST-PTD-TRANSFER-OUT-SUM
            SET MST-ACCOUNT-OPEN TO TRUE
            MOVE SPACES TO MST-MERGED-INTO-ID
            MOVE 0 TO MST-CLOSED-DATE
            WRITE WS-MASTER-RECORD
            ADD 1 TO WS-RPL-INSERTED-COUNT
        NOT INVALID KEY
            ADD WS-RPL-AMOUNT TO MST-FIELD-A-BALANCE
            ADD WS-RPL-AMOUNT TO MST-PTD-TRANSFER-IN-SUM
            MOVE WS-CUR-POST-DATE TO MST-LAST-POST-DATE
            MOVE "TR" TO MST-LAST-RUN-ID
            REWRITE WS-MASTER-RECORD
    END-READ
    PERFORM 4900-CHECK-MASTER-WRITE
    ADD 1 TO WS-RPL-XFER-IN-COUNT
    ADD WS-RPL-AMOUNT TO WS-RPL-XFER-IN-SUM.

4700-REPLAY-ACCOUNT-CLOSE.
    *> A merge: the source is closed into the target whose transfer-in
    *> pieces came just before this record.
    MOVE PGN-FIELD-B TO MST-ACCOUNT-ID
    READ MASTER-FILE
        INVALID KEY
            PERFORM 4800-REPORT-REPLAY-FAILURE
        NOT INVALID KEY
            SET MST-ACCOUNT-CLOSED TO TRUE
            MOVE WS-RPL-LAST-TARGET TO MST-MERGED-INTO-ID
            MOVE WS-CUR-POST-DATE TO MST-CLOSED-DATE
            REWRITE WS-MASTER-RECORD
            PERFORM 4900-CHECK-MASTER-WRITE
            ADD 1 TO WS-RPL-CLOSED-COUNT
    END-READ.

4800-REPORT-REPLAY-FAILURE.
    ADD 1 TO WS-RPL-FAILED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "MOVEMENT NOT REPLAYABLE - ACCOUNT [" PGN-FIELD-B
        "] AMOUNT [" PGN-FIELD-A "] IN " WS-GENERATION-NAME
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

4900-CHECK-MASTER-WRITE.
    *> Any failed write to the master being rebuilt ends the rebuild -
    *> a half-replayed book is not one to carry on posting into.
    IF WS-MST-FILE-STATUS NOT = "00" THEN
        MOVE SPACES TO WS-ABANDON-REASON
        STRING "MASTER WRITE FAILED AT ACCOUNT " MST-ACCOUNT-ID
            ", STATUS=" WS-MST-FILE-STATUS
            DELIMITED BY SIZE INTO WS-ABANDON-REASON
        PERFORM 9000-ABANDON-REBUILD
    END-IF.

5000-WRITE-REPLAY-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "GENERATION FILES READ.....: " TO WS-RPT-COUNT-LABEL
    MOVE WS-GEN-FILES-READ TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE "SEGMENTS BEFORE THE CLOSE.: " TO WS-RPT-COUNT-LABEL
    MOVE WS-SEG-PRE-CLOSE-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE "SEGMENTS REPLAYED.........: " TO WS-RPT-COUNT-LABEL
    MOVE WS-SEG-APPLY-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE "SEGMENTS INCOMPLETE.......: " TO WS-RPT-COUNT-LABEL
    MOVE WS-SEG-INCOMPLETE-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE "LATER PERIOD CLOSES.......: " TO WS-RPT-COUNT-LABEL
    MOVE WS-RESET-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE "RECORDS OUTSIDE A SEGMENT.: " TO WS-RPT-COUNT-LABEL
    MOVE WS-STRAY-RECORD-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE

    MOVE "POSTINGS REPLAYED.........: " TO WS-RPT-AMOUNT-LABEL
    MOVE WS-RPL-POSTED-COUNT TO WS-RPT-AMOUNT-COUNT
    MOVE WS-RPL-POSTED-SUM TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "REFEEDS REPLAYED..........: " TO WS-RPT-AMOUNT-LABEL
    MOVE WS-RPL-REFEED-COUNT TO WS-RPT-AMOUNT-COUNT
    MOVE WS-RPL-REFEED-SUM TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "REVERSALS REPLAYED........: " TO WS-RPT-AMOUNT-LABEL
    MOVE WS-RPL-REVERSED-COUNT TO WS-RPT-AMOUNT-COUNT
    MOVE WS-RPL-REVERSED-SUM TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "LEDGER BACK-OUTS REPLAYED.: " TO WS-RPT-AMOUNT-LABEL
    MOVE WS-RPL-BACKOUT-COUNT TO WS-RPT-AMOUNT-COUNT
    MOVE WS-RPL-BACKOUT-SUM TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "LEDGER RE-ADDS REPLAYED...: " TO WS-RPT-AMOUNT-LABEL
    MOVE WS-RPL-READDED-COUNT TO WS-RPT-AMOUNT-COUNT
    MOVE WS-RPL-READDED-SUM TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "TRANSFERS OUT REPLAYED....: " TO WS-RPT-AMOUNT-LABEL
    MOVE WS-RPL-XFER-OUT-COUNT TO WS-RPT-AMOUNT-COUNT
    MOVE WS-RPL-XFER-OUT-SUM TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "TRANSFERS IN REPLAYED.....: " TO WS-RPT-AMOUNT-LABEL
    MOVE WS-RPL-XFER-IN-COUNT TO WS-RPT-AMOUNT-COUNT
    MOVE WS-RPL-XFER-IN-SUM TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "MERGE CLOSES REPLAYED.....: " TO WS-RPT-COUNT-LABEL
    MOVE WS-RPL-CLOSED-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE "ACCOUNTS INSERTED.........: " TO WS-RPT-COUNT-LABEL
    MOVE WS-RPL-INSERTED-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE "REVERSALS UNPOSTABLE......: " TO WS-RPT-COUNT-LABEL
    MOVE WS-RPL-UNPOSTABLE-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE "MOVEMENTS NOT REPLAYABLE..: " TO WS-RPT-COUNT-LABEL
    MOVE WS-RPL-FAILED-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

6000-PROVE-REBUILT-MASTER.
    *> MSTPROOF's comparison, run here so the verdict on the rebuilt
    *> book is on the same report: total of the balances against what
    *> RUNHIST.DAT says has been posted.
    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT MASTER-FILE
    IF WS-MST-FILE-STATUS NOT = "00" THEN
        MOVE SPACES TO WS-ABANDON-REASON
        STRING "CANNOT REOPEN REBUILT MASTER.DAT, STATUS="
            WS-MST-FILE-STATUS
            DELIMITED BY SIZE INTO WS-ABANDON-REASON
        PERFORM 9000-ABANDON-REBUILD
    END-IF
    PERFORM UNTIL WS-EOF
        READ MASTER-FILE NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-MASTER-COUNT
                ADD MST-FIELD-A-BALANCE TO WS-MASTER-TOTAL
        END-READ
    END-PERFORM
    CLOSE MASTER-FILE

    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT RUN-HISTORY-FILE
    EVALUATE WS-RNH-FILE-STATUS
        WHEN "00"
            PERFORM UNTIL WS-EOF
                READ RUN-HISTORY-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-HISTORY-COUNT
                        PERFORM 6100-ADD-ONE-RUN
                END-READ
            END-PERFORM
            CLOSE RUN-HISTORY-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            MOVE SPACES TO WS-REPORT-LINE
            STRING "RUNHIST.DAT UNREADABLE, FILE STATUS="
                WS-RNH-FILE-STATUS " - REBUILD NOT PROVEN"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            WRITE WS-REPORT-LINE
            SET WS-NOT-PROVEN TO TRUE
    END-EVALUATE

    COMPUTE WS-DIFFERENCE = WS-MASTER-TOTAL - WS-EXPECTED-TOTAL
    IF WS-DIFFERENCE NOT = 0 THEN
        SET WS-NOT-PROVEN TO TRUE
    END-IF
    MOVE "REBUILT MASTER ACCOUNTS...: " TO WS-RPT-COUNT-LABEL
    MOVE WS-MASTER-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE "RUN HISTORY RECORDS.......: " TO WS-RPT-COUNT-LABEL
    MOVE WS-HISTORY-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE "MASTER BALANCE TOTAL......: " TO WS-RPT-TOTAL-LABEL
    MOVE WS-MASTER-TOTAL TO WS-RPT-TOTAL-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-TOTAL-LINE
    MOVE "EXPECTED FROM RUN HISTORY.: " TO WS-RPT-TOTAL-LABEL
    MOVE WS-EXPECTED-TOTAL TO WS-RPT-TOTAL-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-TOTAL-LINE
    MOVE WS-DIFFERENCE TO WS-RPT-DIFF-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-DIFF-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    IF WS-NOT-PROVEN THEN
        MOVE "OUT OF BALANCE" TO WS-RPT-VERDICT
    ELSE
        MOVE "IN BALANCE" TO WS-RPT-VERDICT
    END-IF
    WRITE WS-REPORT-LINE FROM WS-RPT-VERDICT-LINE.

6100-ADD-ONE-RUN.
    *> The same netting as MSTPROOF's 2100-ADD-ONE-RUN.
    IF RNH-FIELD-A-SUM IS NUMERIC THEN
        ADD RNH-FIELD-A-SUM TO WS-EXPECTED-TOTAL
    END-IF
    IF RNH-REFEED-FIELD-A-SUM IS NUMERIC THEN
        ADD RNH-REFEED-FIELD-A-SUM TO WS-EXPECTED-TOTAL
    END-IF
    IF RNH-REVERSAL-POSTED-SUM IS NUMERIC THEN
        SUBTRACT RNH-REVERSAL-POSTED-SUM FROM WS-EXPECTED-TOTAL
    END-IF.

9000-ABANDON-REBUILD.
    *> Once the master has been emptied there is no going back to the
    *> old one but MSTRCVR.SAV - the window is kept so nothing posts
    *> onto the half-built file.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "REBUILD ABANDONED - " WS-ABANDON-REASON
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    DISPLAY "ERROR: REBUILD ABANDONED - " WS-ABANDON-REASON
    CLOSE MASTER-FILE
    CLOSE SNAPSHOT-FILE
    CLOSE POSTING-GENERATION-FILE
    MOVE 8 TO RETURN-CODE
    IF WS-MASTER-TOUCHED THEN
        MOVE "MASTER.DAT IS INCOMPLETE - OLD CONTENTS ARE IN MSTRCVR.SAV"
            TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        DISPLAY "BATCH WINDOW KEPT BY MSTRCVR - CLEAR IT WITH LOCKCLR "
            "ONCE THE BOOK IS RESOLVED"
    ELSE
        PERFORM 9900-RELEASE-BATCH-WINDOW
    END-IF
    CLOSE RECOVERY-REPORT
    STOP RUN.

9900-RELEASE-BATCH-WINDOW.
    SET LRQ-RELEASE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST.
