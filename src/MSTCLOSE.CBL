*> the closed period's YYYYMM, e.g. MSTR202608.DAT), prints a
*> per-account statement of opening balance, period movements -
*> postings, re-fed corrections, and reversals, which NUMVAL01 has
*> been splitting into the MST-PTD-* counters at posting time, and
*> the balance ACCTXFER moved in and out between accounts - and
*> closing balance (MSTCLSRP.TXT, with file totals at the foot for
*> Finance to sign against), then resets the period-to-date counters
*> on the live master for the new month. The opening balance is
*> derived per account: closing - postings - refeeds + reversals
*> - transfers in + transfers out. Transfers net to zero across the
*> file, so the totals still tie opening to closing on the feed
*> movements alone.
*>
*> A period can only be closed once: the run refuses to start if the
*> closed period's snapshot file already exists, since a re-run after
*> closed period is the month before the run date, the same reading
*> AUDARCH gives "run after close of period".
*>
*> Once the counters are reset, a "CL" marker segment for the closed
*> period is appended to the day's posting generation
*> (POSTyyyymmdd.DAT, PGENREC.CPY). It fixes exactly where in the
*> run of nightly postings the snapshot was taken: MSTRCVR rebuilds
*> a lost master from this snapshot by replaying everything after
*> the marker, and will not use a snapshot whose marker is missing.
*>
*> It must not run while NUMVAL01 has an outstanding checkpoint: a
*> restart would post into a period this close has already ruled off.
*> BATCHLCK enforces that - while CHECKPT.DAT is live it grants the
*> batch window to NUMVAL01 alone, lock on file or not, and LOCKCLR
*> re-keeps the window for the restart rather than freeing it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SNP-FILE-STATUS.

    *> The day's posting generation, for the close marker. Dynamic
    *> ASSIGN: POSTyyyymmdd.DAT for the run date, appended.
    SELECT POSTING-GENERATION-FILE ASSIGN TO WS-GENERATION-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PGN-FILE-STATUS.

    SELECT CLOSE-REPORT ASSIGN TO "MSTCLSRP.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.
COPY "MASTREC.CPY".

FD  SNAPSHOT-FILE.
01  WS-SNAPSHOT-RECORD             PIC X(110).

FD  POSTING-GENERATION-FILE.
COPY "PGENREC.CPY".

FD  CLOSE-REPORT.
01  WS-REPORT-LINE                 PIC X(100).
01  WS-MST-FILE-STATUS               PIC XX VALUE "00".
01  WS-SNP-FILE-STATUS               PIC XX VALUE "00".
01  WS-RPT-FILE-STATUS               PIC XX VALUE "00".
01  WS-PGN-FILE-STATUS               PIC XX VALUE "00".
01  WS-GENERATION-NAME               PIC X(21) VALUE SPACES.

01  WS-TODAY-DATE                    PIC 9(8) VALUE 0.
01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
01  WS-TOT-POSTINGS                  PIC 9(15) VALUE 0.
01  WS-TOT-REFEEDS                   PIC 9(15) VALUE 0.
01  WS-TOT-REVERSALS                 PIC 9(15) VALUE 0.
01  WS-TOT-TRANSFERS-IN              PIC 9(15) VALUE 0.
01  WS-TOT-TRANSFERS-OUT             PIC 9(15) VALUE 0.
01  WS-TOT-CLOSING                   PIC 9(15) VALUE 0.

01  WS-RPT-HEADER-LINE.
    05  WS-RPT-HDR-MONTH           PIC 9(2).
    05  FILLER                     PIC X(11) VALUE " - RUN ON ".
    05  WS-RPT-HDR-DATE            PIC 9(8).
01  WS-RPT-COLUMN-LINE             PIC X(100) VALUE
    "ACCOUNT ID       OPENING    POSTINGS     REFEEDS   REVERSALS     XFER IN    XFER OUT     CLOSING".
01  WS-RPT-DETAIL-LINE.
    05  WS-RPT-ACCOUNT             PIC X(10).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPT-REVERSALS-EDIT      PIC Z(10)9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPT-XFER-IN-EDIT        PIC Z(10)9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPT-XFER-OUT-EDIT       PIC Z(10)9.
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPT-CLOSING-EDIT        PIC Z(10)9.
01  WS-RPT-TOTAL-LINE.
    05  WS-RPT-TOTAL-LABEL         PIC X(28).
    05  WS-RPT-COUNT-LABEL         PIC X(28).
    05  WS-RPT-COUNT-EDIT          PIC Z(8)9.

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-ACQUIRE-BATCH-WINDOW
    PERFORM 0100-SET-CLOSED-PERIOD
    PERFORM 0200-REFUSE-RERUN

    OPEN I-O MASTER-FILE
    IF WS-MST-FILE-STATUS = "35" THEN
        DISPLAY "NOTHING TO CLOSE - MASTER.DAT NOT FOUND"
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    IF WS-MST-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN MASTER.DAT, FILE STATUS="
            WS-MST-FILE-STATUS
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

        DISPLAY "ERROR: CANNOT OPEN " WS-SNAPSHOT-NAME
            ", FILE STATUS=" WS-SNP-FILE-STATUS
        CLOSE MASTER-FILE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

            WS-RPT-FILE-STATUS
        CLOSE MASTER-FILE
        CLOSE SNAPSHOT-FILE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF


    CLOSE MASTER-FILE
    CLOSE SNAPSHOT-FILE
    PERFORM 4000-MARK-POSTING-GENERATION
    CLOSE CLOSE-REPORT

    DISPLAY "ACCOUNTS CLOSED......: " WS-ACCOUNT-COUNT
    DISPLAY "SNAPSHOT WRITTEN TO..: " WS-SNAPSHOT-NAME
    PERFORM 9900-RELEASE-BATCH-WINDOW
    STOP RUN.

0005-ACQUIRE-BATCH-WINDOW.
    *> Nothing is opened until the shared batch window is ours -
    *> see BATCHLCK.
    MOVE "MSTCLOSE" TO LRQ-PROGRAM
    SET LRQ-ACQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF NOT LRQ-GRANTED THEN
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

0100-SET-CLOSED-PERIOD.
    *> Run after close of period: the month being ruled off is the one
    *> before the run date, the same arithmetic as AUDARCH's cutoff.
        CLOSE SNAPSHOT-FILE
        DISPLAY "ERROR: " WS-SNAPSHOT-NAME " ALREADY EXISTS - "
            "PERIOD ALREADY CLOSED"
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF.

    COMPUTE WS-OPENING-BALANCE =
        MST-FIELD-A-BALANCE - MST-PTD-POST-SUM
        - MST-PTD-REFEED-SUM + MST-PTD-REVERSAL-SUM
        - MST-PTD-TRANSFER-IN-SUM + MST-PTD-TRANSFER-OUT-SUM
    MOVE MST-ACCOUNT-ID TO WS-RPT-ACCOUNT
    MOVE WS-OPENING-BALANCE TO WS-RPT-OPENING-EDIT
    MOVE MST-PTD-POST-SUM TO WS-RPT-POSTINGS-EDIT
    MOVE MST-PTD-REFEED-SUM TO WS-RPT-REFEEDS-EDIT
    MOVE MST-PTD-REVERSAL-SUM TO WS-RPT-REVERSALS-EDIT
    MOVE MST-PTD-TRANSFER-IN-SUM TO WS-RPT-XFER-IN-EDIT
    MOVE MST-PTD-TRANSFER-OUT-SUM TO WS-RPT-XFER-OUT-EDIT
    MOVE MST-FIELD-A-BALANCE TO WS-RPT-CLOSING-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-DETAIL-LINE

    ADD MST-PTD-POST-SUM TO WS-TOT-POSTINGS
    ADD MST-PTD-REFEED-SUM TO WS-TOT-REFEEDS
    ADD MST-PTD-REVERSAL-SUM TO WS-TOT-REVERSALS
    ADD MST-PTD-TRANSFER-IN-SUM TO WS-TOT-TRANSFERS-IN
    ADD MST-PTD-TRANSFER-OUT-SUM TO WS-TOT-TRANSFERS-OUT
    ADD MST-FIELD-A-BALANCE TO WS-TOT-CLOSING

    MOVE 0 TO MST-PTD-POST-SUM
    MOVE 0 TO MST-PTD-REFEED-SUM
    MOVE 0 TO MST-PTD-REVERSAL-SUM
    MOVE 0 TO MST-PTD-TRANSFER-IN-SUM
    MOVE 0 TO MST-PTD-TRANSFER-OUT-SUM
    REWRITE WS-MASTER-RECORD
    IF WS-MST-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: COUNTER RESET FAILED FOR ACCOUNT "
    MOVE "TOTAL REVERSALS...........: " TO WS-RPT-TOTAL-LABEL
    MOVE WS-TOT-REVERSALS TO WS-RPT-TOTAL-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-TOTAL-LINE
    MOVE "TOTAL TRANSFERS IN........: " TO WS-RPT-TOTAL-LABEL
    MOVE WS-TOT-TRANSFERS-IN TO WS-RPT-TOTAL-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-TOTAL-LINE
    MOVE "TOTAL TRANSFERS OUT.......: " TO WS-RPT-TOTAL-LABEL
    MOVE WS-TOT-TRANSFERS-OUT TO WS-RPT-TOTAL-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-TOTAL-LINE
    MOVE "TOTAL CLOSING.............: " TO WS-RPT-TOTAL-LABEL
    MOVE WS-TOT-CLOSING TO WS-RPT-TOTAL-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

4000-MARK-POSTING-GENERATION.
    *> Header and trailer only - a complete segment with nothing in
    *> it but the closed period (yyyymm00) in the header date. Missing
    *> it does not undo the close, but the snapshot can then never be
    *> rolled forward, so it is raised on the report and as RC 8.
    MOVE SPACES TO WS-GENERATION-NAME
    STRING "POST" WS-TODAY-DATE ".DAT"
        DELIMITED BY SIZE INTO WS-GENERATION-NAME
    OPEN INPUT POSTING-GENERATION-FILE
    IF WS-PGN-FILE-STATUS = "35" THEN
        OPEN OUTPUT POSTING-GENERATION-FILE
    END-IF
    CLOSE POSTING-GENERATION-FILE
    OPEN EXTEND POSTING-GENERATION-FILE
    IF WS-PGN-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN " WS-GENERATION-NAME
            ", FILE STATUS=" WS-PGN-FILE-STATUS
            " - CLOSE MARKER NOT WRITTEN"
        MOVE SPACES TO WS-REPORT-LINE
        STRING "CLOSE MARKER NOT WRITTEN TO " WS-GENERATION-NAME
            " - MSTRCVR CANNOT ROLL THIS SNAPSHOT FORWARD"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE SPACES TO WS-GENERATION-RECORD
        COMPUTE PGN-HDR-DATE =
            WS-CLOSED-YEAR * 10000 + WS-CLOSED-MONTH * 100
        SET PGN-SEGMENT-CLOSE TO TRUE
        MOVE 1 TO PGN-HDR-RECORD-TYPE
        WRITE WS-GENERATION-RECORD
        MOVE SPACES TO WS-GENERATION-RECORD
        MOVE 2 TO PGN-TRL-RECORD-COUNT
        MOVE 0 TO PGN-TRL-FIELD-A-TOTAL
        MOVE 9 TO PGN-TRL-RECORD-TYPE
        WRITE WS-GENERATION-RECORD
        CLOSE POSTING-GENERATION-FILE
        DISPLAY "CLOSE MARKER WRITTEN.: " WS-GENERATION-NAME
    END-IF.

9900-RELEASE-BATCH-WINDOW.
    SET LRQ-RELEASE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST.
