*> selects an account id, an id range, or the whole file (each prompt
*> may be left blank, the same convention as AUDINQ), and prints a
*> formatted statement to MSTINQRP.TXT showing the balance, the last
*> accepted amount, and when and out of which run it last posted - and,
*> for an account ACCTXFER has merged away, that it is closed and
*> into which account.
*>
*> Two optional summary selections follow the statement, each skipped
*> when its prompt is left blank: accounts with no posting since a
*> whole file regardless of the statement range - two passes, no table
*> for the statement itself, the same discipline as RUNTREND.
*>
*> A line-item statement for one account over a date range follows
*> last, when its account prompt is answered: every movement the
*> posting journal holds for the account (POSTJRNL.DAT, JRNLREC.CPY)
*> in date order, bracketed by an opening balance (the balance left by
*> the last movement before the range, or the one the first movement
*> started from) and a closing balance (the balance left by the last
*> movement in range). The statement then ties itself to the master:
*> when nothing has posted since the range ended its closing balance
*> must equal MST-FIELD-A-BALANCE; otherwise the last journal balance
*> must. Each entry's starting balance is also checked against the
*> balance the entry before it left behind, so a gap in the journal
*> shows up as a counted break instead of a quietly wrong statement.
*>
*> MST-ACCOUNT-ID is printable by construction (it only ever arrives
*> through NUMVAL01's WS-FIELD-B content validation), so the report
*> lines need none of the non-printable scrubbing AUDINQ applies to
        RECORD KEY IS MST-ACCOUNT-ID
        FILE STATUS IS WS-MST-FILE-STATUS.

    SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTJRNL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JRN-KEY
        FILE STATUS IS WS-JRN-FILE-STATUS.

    SELECT INQUIRY-REPORT ASSIGN TO "MSTINQRP.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.
FD  MASTER-FILE.
COPY "MASTREC.CPY".

FD  POSTING-JOURNAL-FILE.
COPY "JRNLREC.CPY".

FD  INQUIRY-REPORT.
01  WS-REPORT-LINE                 PIC X(80).

    88  WS-SINCE-WANTED                  VALUE "Y".
01  WS-TOP-N                         PIC 9(2) VALUE 0.

*> Line-item statement selection and running state. Balances are
*> signed work fields: an entry's starting balance is derived by
*> undoing its own movement, and a damaged journal must not be able
*> to wrap an unsigned field into a plausible-looking figure.
01  WS-JRN-FILE-STATUS               PIC XX VALUE "00".
01  WS-STMT-ACCOUNT-INPUT            PIC X(10).
01  WS-STMT-FROM-INPUT               PIC X(8).
01  WS-STMT-TO-INPUT                 PIC X(8).
01  WS-STMT-ACCOUNT                  PIC X(10) VALUE SPACES.
01  WS-STMT-FROM-DATE                PIC 9(8) VALUE 0.
01  WS-STMT-TO-DATE                  PIC 9(8) VALUE 99999999.
01  WS-STMT-WANTED-SWITCH            PIC X VALUE "N".
    88  WS-STMT-WANTED                   VALUE "Y".
01  WS-STMT-MASTER-SWITCH            PIC X VALUE "N".
    88  WS-STMT-ON-MASTER                VALUE "Y".
01  WS-STMT-OPENING-SWITCH           PIC X VALUE "N".
    88  WS-STMT-OPENING-FOUND            VALUE "Y".
01  WS-STMT-FIRST-SWITCH             PIC X VALUE "N".
    88  WS-STMT-FIRST-SEEN               VALUE "Y".
01  WS-STMT-OPENING-BALANCE          PIC S9(12) VALUE 0.
01  WS-STMT-CLOSING-BALANCE          PIC S9(12) VALUE 0.
01  WS-STMT-FIRST-PRIOR-BALANCE      PIC S9(12) VALUE 0.
01  WS-STMT-LAST-BALANCE             PIC S9(12) VALUE 0.
01  WS-STMT-PRIOR-BALANCE            PIC S9(12) VALUE 0.
01  WS-STMT-TIE-BALANCE              PIC S9(12) VALUE 0.
01  WS-STMT-DIFFERENCE               PIC S9(12) VALUE 0.
01  WS-STMT-MASTER-BALANCE           PIC S9(12) VALUE 0.
01  WS-STMT-IN-RANGE-COUNT           PIC 9(7) VALUE 0.
01  WS-STMT-LATER-COUNT              PIC 9(7) VALUE 0.
01  WS-STMT-BREAK-COUNT              PIC 9(7) VALUE 0.
01  WS-STMT-INCREASE-SUM             PIC 9(12) VALUE 0.
01  WS-STMT-DECREASE-SUM             PIC 9(12) VALUE 0.

01  WS-SELECTED-COUNT                PIC 9(7) VALUE 0.
01  WS-READ-COUNT                    PIC 9(7) VALUE 0.
01  WS-DORMANT-COUNT                 PIC 9(7) VALUE 0.
        "MASTER FILE INQUIRY - DATE ".
    05  WS-RPT-HDR-DATE            PIC 9(8).
01  WS-RPT-COLUMN-LINE             PIC X(60) VALUE
    "ACCOUNT ID      BALANCE  LAST AMT LAST POST RUN  STATUS".
01  WS-RPT-DETAIL-LINE.
    05  WS-RPT-ACCOUNT             PIC X(10).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPT-POST-DATE           PIC 9(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RPT-RUN-ID              PIC X(2).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RPT-STATUS              PIC X(22).
01  WS-RPT-SECTION-LINE            PIC X(60).
01  WS-RPT-COUNT-LINE.
    05  WS-RPT-COUNT-LABEL         PIC X(28).
    05  WS-RPT-COUNT-EDIT          PIC Z(6)9.
01  WS-RPT-STMT-HEADER-LINE.
    05  FILLER                     PIC X(28) VALUE
        "LINE-ITEM STATEMENT ACCOUNT ".
    05  WS-RPT-STMT-ACCOUNT        PIC X(10).
    05  FILLER                     PIC X(6) VALUE " FROM ".
    05  WS-RPT-STMT-FROM           PIC 9(8).
    05  FILLER                     PIC X(4) VALUE " TO ".
    05  WS-RPT-STMT-TO             PIC 9(8).
01  WS-RPT-STMT-COLUMN-LINE        PIC X(72) VALUE
    "POST DATE RUN  SEQUENCE  MOVEMENT             AMOUNT      BALANCE".
01  WS-RPT-STMT-DETAIL-LINE.
    05  WS-RPT-STMT-DATE           PIC 9(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RPT-STMT-RUN-ID         PIC X(2).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPT-STMT-SEQ            PIC Z(8)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RPT-STMT-TYPE           PIC X(16).
    05  WS-RPT-STMT-SIGN           PIC X(1).
    05  WS-RPT-STMT-AMOUNT         PIC Z(10)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RPT-STMT-BALANCE        PIC Z(10)9.
    05  WS-RPT-STMT-FLAG           PIC X(8).
01  WS-RPT-AMOUNT-LINE.
    05  WS-RPT-AMOUNT-LABEL        PIC X(28).
    05  WS-RPT-AMOUNT-EDIT         PIC -(11)9.

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-CHECK-BATCH-WINDOW
    PERFORM 0100-ACCEPT-SELECTION

    OPEN INPUT MASTER-FILE
        PERFORM 3000-RUN-SUMMARY-PASS
    END-IF

    IF WS-STMT-WANTED THEN
        PERFORM 4000-PRINT-LINE-ITEM-STATEMENT
    END-IF

    CLOSE MASTER-FILE
    CLOSE INQUIRY-REPORT

    DISPLAY "ACCOUNTS ON STATEMENT..: " WS-SELECTED-COUNT
    STOP RUN.

0005-CHECK-BATCH-WINDOW.
    *> An inquiry never blocks anybody, but says so when an update
    *> holds the batch window (BATCHLCK) - what it shows may be
    *> half-way through changing.
    MOVE "MSTINQ" TO LRQ-PROGRAM
    SET LRQ-INQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF LRQ-WINDOW-BUSY THEN
        DISPLAY "WARNING: BATCH WINDOW HELD BY " LRQ-HOLDER-PROGRAM
            " SINCE " LRQ-HOLDER-DATE " " LRQ-HOLDER-TIME
            " - FIGURES MAY BE MID-UPDATE"
    END-IF.

0100-ACCEPT-SELECTION.
    *> Blank FROM means the whole file; FROM with a blank TO means
    *> that one account; a date that is not 8 digits (or an N that is
        ELSE
            DISPLAY "WARNING: N NOT USABLE - SECTION SKIPPED"
        END-IF
    END-IF
    *> The line-item statement: one account, and a date range whose
    *> ends each default open (blank FROM is the beginning of the
    *> journal, blank TO is today and beyond).
    DISPLAY "LINE-ITEM STATEMENT ACCOUNT ID (BLANK TO SKIP): "
    ACCEPT WS-STMT-ACCOUNT-INPUT
    IF WS-STMT-ACCOUNT-INPUT NOT = SPACES THEN
        MOVE WS-STMT-ACCOUNT-INPUT TO WS-STMT-ACCOUNT
        SET WS-STMT-WANTED TO TRUE
        DISPLAY "STATEMENT FROM DATE (YYYYMMDD, BLANK = EARLIEST): "
        ACCEPT WS-STMT-FROM-INPUT
        IF WS-STMT-FROM-INPUT NOT = SPACES THEN
            IF WS-STMT-FROM-INPUT IS NUMERIC THEN
                MOVE WS-STMT-FROM-INPUT TO WS-STMT-FROM-DATE
            ELSE
                DISPLAY "WARNING: FROM DATE NOT NUMERIC - "
                    "STATEMENT SKIPPED"
                MOVE "N" TO WS-STMT-WANTED-SWITCH
            END-IF
        END-IF
        DISPLAY "STATEMENT TO DATE (YYYYMMDD, BLANK = LATEST): "
        ACCEPT WS-STMT-TO-INPUT
        IF WS-STMT-TO-INPUT NOT = SPACES THEN
            IF WS-STMT-TO-INPUT IS NUMERIC THEN
                MOVE WS-STMT-TO-INPUT TO WS-STMT-TO-DATE
            ELSE
                DISPLAY "WARNING: TO DATE NOT NUMERIC - "
                    "STATEMENT SKIPPED"
                MOVE "N" TO WS-STMT-WANTED-SWITCH
            END-IF
        END-IF
        IF WS-STMT-WANTED AND WS-STMT-FROM-DATE > WS-STMT-TO-DATE THEN
            DISPLAY "WARNING: FROM DATE AFTER TO DATE - "
                "STATEMENT SKIPPED"
            MOVE "N" TO WS-STMT-WANTED-SWITCH
        END-IF
    END-IF.

2000-PRINT-STATEMENT-RANGE.
    MOVE MST-LAST-FIELD-A TO WS-RPT-LAST-EDIT
    MOVE MST-LAST-POST-DATE TO WS-RPT-POST-DATE
    MOVE MST-LAST-RUN-ID TO WS-RPT-RUN-ID
    MOVE SPACES TO WS-RPT-STATUS
    IF MST-ACCOUNT-CLOSED THEN
        STRING "CLOSED INTO " MST-MERGED-INTO-ID
            DELIMITED BY SIZE INTO WS-RPT-STATUS
    END-IF
    WRITE WS-REPORT-LINE FROM WS-RPT-DETAIL-LINE
    ADD 1 TO WS-SELECTED-COUNT.

        MOVE 0 TO WS-RPT-LAST-EDIT
        MOVE WS-TOP-POST-DATE(WS-TOP-IX) TO WS-RPT-POST-DATE
        MOVE SPACES TO WS-RPT-RUN-ID
        MOVE SPACES TO WS-RPT-STATUS
        WRITE WS-REPORT-LINE FROM WS-RPT-DETAIL-LINE
    END-PERFORM.

4000-PRINT-LINE-ITEM-STATEMENT.
    *> The account's master record first - it is what the statement
    *> has to tie to - then one keyed pass over its journal entries.
    *> No journal at all is reported on the page, not treated as an
    *> error: the master itself is still listed above.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE WS-STMT-ACCOUNT TO WS-RPT-STMT-ACCOUNT
    MOVE WS-STMT-FROM-DATE TO WS-RPT-STMT-FROM
    MOVE WS-STMT-TO-DATE TO WS-RPT-STMT-TO
    WRITE WS-REPORT-LINE FROM WS-RPT-STMT-HEADER-LINE
    MOVE WS-STMT-ACCOUNT TO MST-ACCOUNT-ID
    READ MASTER-FILE
        INVALID KEY
            MOVE "N" TO WS-STMT-MASTER-SWITCH
        NOT INVALID KEY
            SET WS-STMT-ON-MASTER TO TRUE
            MOVE MST-FIELD-A-BALANCE TO WS-STMT-MASTER-BALANCE
            IF MST-ACCOUNT-CLOSED THEN
                MOVE SPACES TO WS-REPORT-LINE
                STRING "ACCOUNT CLOSED " MST-CLOSED-DATE
                    " - MERGED INTO " MST-MERGED-INTO-ID
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                WRITE WS-REPORT-LINE
            END-IF
    END-READ
    OPEN INPUT POSTING-JOURNAL-FILE
    IF WS-JRN-FILE-STATUS NOT = "00" THEN
        MOVE SPACES TO WS-REPORT-LINE
        STRING "NO POSTING JOURNAL AVAILABLE, FILE STATUS="
            WS-JRN-FILE-STATUS
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        DISPLAY "WARNING: POSTJRNL.DAT NOT AVAILABLE - "
            "NO LINE-ITEM STATEMENT"
    ELSE
        WRITE WS-REPORT-LINE FROM WS-RPT-STMT-COLUMN-LINE
        PERFORM 4100-READ-ACCOUNT-JOURNAL
        CLOSE POSTING-JOURNAL-FILE
        PERFORM 4300-WRITE-STATEMENT-TOTALS
    END-IF.

4100-READ-ACCOUNT-JOURNAL.
    *> Position at the account's first entry (lowest date and time of
    *> posting) and read key order - the order the entries posted in -
    *> until the account changes.
    MOVE "N" TO WS-EOF-SWITCH
    MOVE LOW-VALUES TO JRN-KEY
    MOVE WS-STMT-ACCOUNT TO JRN-ACCOUNT-ID
    START POSTING-JOURNAL-FILE KEY >= JRN-KEY
        INVALID KEY
            SET WS-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-EOF
        READ POSTING-JOURNAL-FILE NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                IF JRN-ACCOUNT-ID NOT = WS-STMT-ACCOUNT THEN
                    SET WS-EOF TO TRUE
                ELSE
                    PERFORM 4200-APPLY-ONE-ENTRY
                END-IF
        END-READ
    END-PERFORM
    *> Opening balance: the balance the last movement before the range
    *> left behind; failing that, the balance the account's first
    *> journalled movement started from (the range opens before the
    *> journal does); failing that - no movement journalled at all -
    *> the master balance, which nothing on the journal has moved.
    IF NOT WS-STMT-OPENING-FOUND THEN
        IF WS-STMT-FIRST-SEEN THEN
            MOVE WS-STMT-FIRST-PRIOR-BALANCE TO WS-STMT-OPENING-BALANCE
        ELSE
            MOVE WS-STMT-MASTER-BALANCE TO WS-STMT-OPENING-BALANCE
            MOVE WS-STMT-MASTER-BALANCE TO WS-STMT-LAST-BALANCE
        END-IF
    END-IF
    IF WS-STMT-IN-RANGE-COUNT = 0 THEN
        MOVE WS-STMT-OPENING-BALANCE TO WS-STMT-CLOSING-BALANCE
    END-IF.

4200-APPLY-ONE-ENTRY.
    *> The balance this entry started from is its own result with its
    *> own movement undone; it must equal what the entry before it
    *> left behind, or something moved the account off the journal.
    IF JRN-INCREASE THEN
        COMPUTE WS-STMT-PRIOR-BALANCE = JRN-RESULT-BALANCE - JRN-AMOUNT
    ELSE
        COMPUTE WS-STMT-PRIOR-BALANCE = JRN-RESULT-BALANCE + JRN-AMOUNT
    END-IF
    MOVE SPACES TO WS-RPT-STMT-FLAG
    IF WS-STMT-FIRST-SEEN THEN
        IF WS-STMT-PRIOR-BALANCE NOT = WS-STMT-LAST-BALANCE THEN
            ADD 1 TO WS-STMT-BREAK-COUNT
            MOVE " *BREAK*" TO WS-RPT-STMT-FLAG
        END-IF
    ELSE
        SET WS-STMT-FIRST-SEEN TO TRUE
        MOVE WS-STMT-PRIOR-BALANCE TO WS-STMT-FIRST-PRIOR-BALANCE
    END-IF
    EVALUATE TRUE
        WHEN JRN-POST-DATE < WS-STMT-FROM-DATE
            MOVE JRN-RESULT-BALANCE TO WS-STMT-OPENING-BALANCE
            SET WS-STMT-OPENING-FOUND TO TRUE
        WHEN JRN-POST-DATE <= WS-STMT-TO-DATE
            IF NOT WS-STMT-OPENING-FOUND THEN
                MOVE WS-STMT-PRIOR-BALANCE TO WS-STMT-OPENING-BALANCE
                SET WS-STMT-OPENING-FOUND TO TRUE
            END-IF
            ADD 1 TO WS-STMT-IN-RANGE-COUNT
            MOVE JRN-RESULT-BALANCE TO WS-STMT-CLOSING-BALANCE
            IF JRN-INCREASE THEN
                ADD JRN-AMOUNT TO WS-STMT-INCREASE-SUM
            ELSE
                ADD JRN-AMOUNT TO WS-STMT-DECREASE-SUM
            END-IF
            PERFORM 4250-WRITE-STATEMENT-ENTRY
        WHEN OTHER
            ADD 1 TO WS-STMT-LATER-COUNT
    END-EVALUATE
    MOVE JRN-RESULT-BALANCE TO WS-STMT-LAST-BALANCE.

4250-WRITE-STATEMENT-ENTRY.
    MOVE JRN-POST-DATE TO WS-RPT-STMT-DATE
    MOVE JRN-RUN-ID TO WS-RPT-STMT-RUN-ID
    MOVE JRN-SEQUENCE TO WS-RPT-STMT-SEQ
    EVALUATE TRUE
        WHEN JRN-TYPE-POSTING
            MOVE "POSTING" TO WS-RPT-STMT-TYPE
        WHEN JRN-TYPE-REFEED
            MOVE "CORRECTION" TO WS-RPT-STMT-TYPE
        WHEN JRN-TYPE-REVERSAL
            MOVE "REVERSAL" TO WS-RPT-STMT-TYPE
        WHEN JRN-TYPE-LEDGER-BACKOUT
            MOVE "LEDGER BACK-OUT" TO WS-RPT-STMT-TYPE
        WHEN JRN-TYPE-TRANSFER
            MOVE "TRANSFER" TO WS-RPT-STMT-TYPE
        WHEN OTHER
            MOVE SPACES TO WS-RPT-STMT-TYPE
            STRING "TYPE [" JRN-MOVEMENT-TYPE "]"
                DELIMITED BY SIZE INTO WS-RPT-STMT-TYPE
    END-EVALUATE
    MOVE JRN-DIRECTION TO WS-RPT-STMT-SIGN
    MOVE JRN-AMOUNT TO WS-RPT-STMT-AMOUNT
    MOVE JRN-RESULT-BALANCE TO WS-RPT-STMT-BALANCE
    WRITE WS-REPORT-LINE FROM WS-RPT-STMT-DETAIL-LINE.

4300-WRITE-STATEMENT-TOTALS.
    *> Opening plus increases less decreases must come to the closing
    *> balance, and the closing balance (or, when later movements have
    *> posted since the range ended, the latest journal balance) must
    *> be the balance the master carries now.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "OPENING BALANCE...........: " TO WS-RPT-AMOUNT-LABEL
    MOVE WS-STMT-OPENING-BALANCE TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "PLUS INCREASES............: " TO WS-RPT-AMOUNT-LABEL
    MOVE WS-STMT-INCREASE-SUM TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "LESS DECREASES............: " TO WS-RPT-AMOUNT-LABEL
    MOVE WS-STMT-DECREASE-SUM TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "CLOSING BALANCE...........: " TO WS-RPT-AMOUNT-LABEL
    MOVE WS-STMT-CLOSING-BALANCE TO WS-RPT-AMOUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
    MOVE "MOVEMENTS IN RANGE........: " TO WS-RPT-COUNT-LABEL
    MOVE WS-STMT-IN-RANGE-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE "MOVEMENTS AFTER RANGE.....: " TO WS-RPT-COUNT-LABEL
    MOVE WS-STMT-LATER-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE "JOURNAL CONTINUITY BREAKS.: " TO WS-RPT-COUNT-LABEL
    MOVE WS-STMT-BREAK-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    IF NOT WS-STMT-ON-MASTER THEN
        MOVE "ACCOUNT NOT ON MASTER.DAT - NOTHING TO TIE TO"
            TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        DISPLAY "WARNING: STATEMENT ACCOUNT " WS-STMT-ACCOUNT
            " NOT ON MASTER.DAT"
    ELSE
        MOVE "MASTER BALANCE............: " TO WS-RPT-AMOUNT-LABEL
        MOVE WS-STMT-MASTER-BALANCE TO WS-RPT-AMOUNT-EDIT
        WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
        IF WS-STMT-LATER-COUNT = 0 THEN
            MOVE WS-STMT-CLOSING-BALANCE TO WS-STMT-TIE-BALANCE
        ELSE
            MOVE WS-STMT-LAST-BALANCE TO WS-STMT-TIE-BALANCE
        END-IF
        COMPUTE WS-STMT-DIFFERENCE =
            WS-STMT-MASTER-BALANCE - WS-STMT-TIE-BALANCE
        IF WS-STMT-DIFFERENCE = 0 THEN
            MOVE "STATEMENT TIES TO MASTER" TO WS-REPORT-LINE
            WRITE WS-REPORT-LINE
        ELSE
            MOVE "*** STATEMENT DOES NOT TIE TO MASTER" TO WS-REPORT-LINE
            WRITE WS-REPORT-LINE
            MOVE "DIFFERENCE................: " TO WS-RPT-AMOUNT-LABEL
            MOVE WS-STMT-DIFFERENCE TO WS-RPT-AMOUNT-EDIT
            WRITE WS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
            DISPLAY "WARNING: STATEMENT FOR " WS-STMT-ACCOUNT
                " DOES NOT TIE TO MASTER.DAT - SEE MSTINQRP.TXT"
        END-IF
    END-IF.
