*> of written-off history just to close a handful of items - is gone.
*> AUDIT-LOG-FILE stays ORGANIZATION IS SEQUENTIAL (fixed-length,
*> binary-safe), matching NUMVAL01/SUSMAINT.
*>
*> Every item written off that came in on a source feed (its
*> SUS-SUSPENSE-RUN-ID a source's run id - not "NV", our own extract
*> id that ledger rejects carry, nor "RF" for re-fed corrections) is
*> also queued on RETPEND.DAT (RETQREC.CPY), so NUMVAL01 puts it on
*> that source's next reject return file and the source learns it was
*> never posted. If the queue cannot be opened nothing is written off
*> this run - an item closed without being queued would never be
*> reported back.
*>
*> HOUSEKP's period-end archiving moves old corrected and written-off
*> items off SUSPENSE.DAT, so an item number on an older aging report
*> may no longer be on the file. Item numbers listed in SUSAGE.KEY
*> (one per line; the file is optional) are looked up through SUSFIND
*> and reported in an ITEM LOOKUP section at the end of the report -
*> status, reason, suspension date and feed, and whether the item is
*> still on SUSPENSE.DAT or which suspense-history generation it was
*> archived to and when.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.

    SELECT RETURN-QUEUE-FILE ASSIGN TO "RETPEND.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RTQ-FILE-STATUS.

    SELECT PARAM-FILE ASSIGN TO "SUSAGE.PRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRM-FILE-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-FILE-STATUS.

    SELECT ITEM-KEY-FILE ASSIGN TO "SUSAGE.KEY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KEY-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SUSPENSE-FILE.
FD  AGING-REPORT.
01  WS-REPORT-LINE                 PIC X(80).

FD  RETURN-QUEUE-FILE.
COPY "RETQREC.CPY".

FD  PARAM-FILE.
01  WS-PARAM-RECORD.
    05  PRM-WRITEOFF-DAYS          PIC 9(3).
FD  HOLIDAY-CALENDAR-FILE.
01  WS-CALENDAR-LINE               PIC X(80).

FD  ITEM-KEY-FILE.
01  WS-ITEM-KEY-LINE               PIC X(80).

WORKING-STORAGE SECTION.
01  WS-EOF-SWITCH                  PIC X VALUE "N".
    88  WS-EOF                         VALUE "Y".
01  WS-AUD-FILE-STATUS               PIC XX VALUE "00".
01  WS-RPT-FILE-STATUS               PIC XX VALUE "00".
01  WS-PRM-FILE-STATUS               PIC XX VALUE "00".
01  WS-RTQ-FILE-STATUS               PIC XX VALUE "00".
01  WS-RTQ-OPEN-SWITCH               PIC X VALUE "N".
    88  WS-RTQ-OPEN                      VALUE "Y".
01  WS-KEY-FILE-STATUS               PIC XX VALUE "00".
01  WS-KEY-EOF-SWITCH                PIC X VALUE "N".
    88  WS-KEY-EOF                       VALUE "Y".
01  WS-LOOKUP-COUNT                  PIC 9(5) VALUE 0.

01  WS-WRITEOFF-DAYS                 PIC 9(3) VALUE 90.
01  WS-TODAY-DATE                    PIC 9(8) VALUE 0.
01  WS-CORRECTED-COUNT               PIC 9(5) VALUE 0.
01  WS-PRIOR-WRITEOFF-COUNT          PIC 9(5) VALUE 0.
01  WS-WRITEOFF-COUNT                PIC 9(5) VALUE 0.
01  WS-QUEUED-RETURN-COUNT           PIC 9(5) VALUE 0.

01  WS-RPT-HEADER-LINE.
    05  FILLER                     PIC X(31) VALUE
01  WS-RPT-COUNT-LINE.
    05  WS-RPT-COUNT-LABEL         PIC X(28).
    05  WS-RPT-COUNT-EDIT          PIC ZZZZ9.
01  WS-RPT-LOOKUP-COLUMN-LINE      PIC X(64) VALUE
    "ITEM      STATUS      RS SUSPENDED RUN WHERE".
01  WS-RPT-LOOKUP-LINE.
    05  WS-RPL-ITEM-KEY            PIC 9(9).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPL-STATUS              PIC X(11).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPL-REASON-CODE         PIC X(2).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-RPL-SUSPENSE-DATE       PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RPL-RUN-ID              PIC X(2).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RPL-WHERE               PIC X(41).

*> In-place update control: only a record this run wrote off is
*> rewritten.
01  WS-RECORD-CHANGED-SWITCH         PIC X VALUE "N".
    88  WS-RECORD-CHANGED                VALUE "Y".

*> The found item's image, from SUSFIND - kept apart from the FD
*> record.
01  WS-LOOKUP-ITEM.
    05  LKI-ITEM-KEY               PIC 9(9).
    05  FILLER                     PIC X(15).
    05  LKI-REASON-CODE            PIC X(2).
    05  LKI-STATUS                 PIC X(1).
        88  LKI-STATUS-PENDING         VALUE "P".
        88  LKI-STATUS-ENTERED         VALUE "E".
        88  LKI-STATUS-CORRECTED       VALUE "C".
        88  LKI-STATUS-WRITTEN-OFF     VALUE "W".
    05  FILLER                     PIC X(15).
    05  LKI-SUSPENSE-DATE          PIC X(8).
    05  LKI-SUSPENSE-RUN-ID        PIC X(2).
    05  FILLER                     PIC X(41).

COPY "SUSFPARM.CPY".
COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-ACQUIRE-BATCH-WINDOW
    PERFORM 0100-READ-PARAMETERS
    PERFORM 0110-LOAD-HOLIDAY-CALENDAR
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    OPEN I-O SUSPENSE-FILE
    IF WS-SUS-FILE-STATUS = "35" THEN
        DISPLAY "NOTHING TO AGE - SUSPENSE.DAT NOT FOUND"
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    IF WS-SUS-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN SUSPENSE.DAT, FILE STATUS="
            WS-SUS-FILE-STATUS
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

    OPEN OUTPUT AGING-REPORT
    PERFORM 0050-OPEN-AUDIT-LOG
    PERFORM 0060-OPEN-RETURN-QUEUE

    PERFORM 1000-READ-SUSPENSE-RECORD
    PERFORM 2000-PROCESS-SUSPENSE-RECORD UNTIL WS-EOF
    PERFORM 3000-WRITE-AGING-REPORT

    CLOSE SUSPENSE-FILE
    PERFORM 3500-WRITE-ITEM-LOOKUP
    CLOSE AGING-REPORT
    CLOSE AUDIT-LOG-FILE
    IF WS-RTQ-OPEN THEN
        CLOSE RETURN-QUEUE-FILE
    END-IF

    DISPLAY "PENDING ITEMS AGED: " WS-PENDING-COUNT
    DISPLAY "ITEMS WRITTEN OFF.: " WS-WRITEOFF-COUNT
    DISPLAY "QUEUED FOR RETURN.: " WS-QUEUED-RETURN-COUNT
    DISPLAY "ITEMS LOOKED UP...: " WS-LOOKUP-COUNT
    PERFORM 9900-RELEASE-BATCH-WINDOW
    STOP RUN.

0005-ACQUIRE-BATCH-WINDOW.
    *> Nothing is opened until the shared batch window is ours -
    *> see BATCHLCK.
    MOVE "SUSAGE" TO LRQ-PROGRAM
    SET LRQ-ACQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF NOT LRQ-GRANTED THEN
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

0050-OPEN-AUDIT-LOG.
    *> SEQUENTIAL cannot EXTEND a file that does not exist yet - create
    *> it (empty) on the very first run, otherwise leave prior runs'
    CLOSE AUDIT-LOG-FILE
    OPEN EXTEND AUDIT-LOG-FILE.

0060-OPEN-RETURN-QUEUE.
    *> Same create-then-extend as the audit log. A queue that cannot
    *> be opened stops write-off for this run (age and report only) -
    *> the items stay pending and go next time.
    OPEN INPUT RETURN-QUEUE-FILE
    IF WS-RTQ-FILE-STATUS = "35" THEN
        OPEN OUTPUT RETURN-QUEUE-FILE
    END-IF
    CLOSE RETURN-QUEUE-FILE
    OPEN EXTEND RETURN-QUEUE-FILE
    IF WS-RTQ-FILE-STATUS = "00" THEN
        SET WS-RTQ-OPEN TO TRUE
    ELSE
        DISPLAY "WARNING: CANNOT OPEN RETPEND.DAT, FILE STATUS="
            WS-RTQ-FILE-STATUS " - NO WRITE-OFFS THIS RUN"
        MOVE 0 TO WS-WRITEOFF-DAYS
    END-IF.

0100-READ-PARAMETERS.
    *> Absent or unreadable parameter file just means the shipped
    *> default applies - housekeeping must not abort over its tuning.
    SET WS-RECORD-CHANGED TO TRUE
    SET SUS-STATUS-WRITTEN-OFF TO TRUE
    ADD 1 TO WS-WRITEOFF-COUNT
    PERFORM 2250-WRITE-AUDIT-RECORD
    PERFORM 2260-QUEUE-SOURCE-RETURN.

2250-WRITE-AUDIT-RECORD.
    MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
    MOVE SUS-FIELD-B TO AUD-FIELD-B
    MOVE SPACES TO AUD-ENTERED-BY
    MOVE SPACES TO AUD-APPROVED-BY
    MOVE SUS-ITEM-KEY TO AUD-ITEM-KEY
    MOVE SUS-REASON-CODE TO AUD-REASON-CODE
    WRITE WS-AUDIT-RECORD.

2260-QUEUE-SOURCE-RETURN.
    IF SUS-SUSPENSE-RUN-ID = "NV" OR SUS-SUSPENSE-RUN-ID = "RF"
    OR SUS-SUSPENSE-RUN-ID = SPACES THEN
        CONTINUE
    ELSE
        MOVE SUS-SUSPENSE-RUN-ID TO RTQ-RUN-ID
        MOVE SUS-ITEM-KEY TO RTQ-ITEM-KEY
        MOVE SUS-ORIGINAL-FIELD-A TO RTQ-FIELD-A
        MOVE SUS-FIELD-B TO RTQ-FIELD-B
        MOVE SUS-RECORD-TYPE TO RTQ-RECORD-TYPE
        MOVE SUS-REASON-CODE TO RTQ-REASON-CODE
        MOVE WS-TODAY-DATE TO RTQ-WRITEOFF-DATE
        MOVE 0 TO RTQ-RETURN-DATE
        WRITE WS-RETURN-QUEUE-RECORD
        ADD 1 TO WS-QUEUED-RETURN-COUNT
    END-IF.

3000-WRITE-AGING-REPORT.
    MOVE WS-TODAY-DATE TO WS-RPT-HDR-DATE
    WRITE WS-REPORT-LINE FROM WS-RPT-HEADER-LINE
    MOVE "WRITTEN OFF THIS RUN......: " TO WS-RPT-COUNT-LABEL
    MOVE WS-WRITEOFF-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE "  QUEUED FOR SOURCE RETURN: " TO WS-RPT-COUNT-LABEL
    MOVE WS-QUEUED-RETURN-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE "ENTERED AWAITING APPROVAL.: " TO WS-RPT-COUNT-LABEL
    MOVE WS-ENTERED-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE
    MOVE WS-PRIOR-WRITEOFF-COUNT TO WS-RPT-COUNT-EDIT
    WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE.

3500-WRITE-ITEM-LOOKUP.
    *> No SUSAGE.KEY means nobody asked - no section. SUSFIND opens
    *> SUSPENSE.DAT itself, which is why this runs only after the
    *> aging pass has closed it. A line that is not an item number is
    *> warned about and skipped.
    MOVE "N" TO WS-KEY-EOF-SWITCH
    OPEN INPUT ITEM-KEY-FILE
    IF WS-KEY-FILE-STATUS = "00" THEN
        MOVE SPACES TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        MOVE "ITEM LOOKUP (SUSAGE.KEY)" TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        WRITE WS-REPORT-LINE FROM WS-RPT-LOOKUP-COLUMN-LINE
        PERFORM UNTIL WS-KEY-EOF
            READ ITEM-KEY-FILE
                AT END
                    SET WS-KEY-EOF TO TRUE
                NOT AT END
                    IF WS-ITEM-KEY-LINE = SPACES THEN
                        CONTINUE
                    ELSE
                        IF FUNCTION TEST-NUMVAL(WS-ITEM-KEY-LINE) = 0
                            PERFORM 3550-LOOK-UP-ONE-ITEM
                        ELSE
                            DISPLAY "WARNING: SUSAGE.KEY LINE NOT AN "
                                "ITEM NUMBER - SKIPPED: "
                                WS-ITEM-KEY-LINE(1:20)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ITEM-KEY-FILE
    END-IF.

3550-LOOK-UP-ONE-ITEM.
    COMPUTE FRQ-ITEM-KEY = FUNCTION NUMVAL(WS-ITEM-KEY-LINE)
    CALL "SUSFIND" USING WS-FIND-REQUEST
    ADD 1 TO WS-LOOKUP-COUNT

    MOVE FRQ-ITEM-KEY TO WS-RPL-ITEM-KEY
    MOVE SPACES TO WS-RPL-STATUS
    MOVE SPACES TO WS-RPL-REASON-CODE
    MOVE SPACES TO WS-RPL-SUSPENSE-DATE
    MOVE SPACES TO WS-RPL-RUN-ID
    MOVE SPACES TO WS-RPL-WHERE
    IF FRQ-ON-FILE OR FRQ-ARCHIVED THEN
        MOVE FRQ-SUSPENSE-ITEM TO WS-LOOKUP-ITEM
        EVALUATE TRUE
            WHEN LKI-STATUS-PENDING
                MOVE "PENDING" TO WS-RPL-STATUS
            WHEN LKI-STATUS-ENTERED
                MOVE "ENTERED" TO WS-RPL-STATUS
            WHEN LKI-STATUS-CORRECTED
                MOVE "CORRECTED" TO WS-RPL-STATUS
            WHEN LKI-STATUS-WRITTEN-OFF
                MOVE "WRITTEN OFF" TO WS-RPL-STATUS
            WHEN OTHER
                MOVE LKI-STATUS TO WS-RPL-STATUS
        END-EVALUATE
        MOVE LKI-REASON-CODE TO WS-RPL-REASON-CODE
        MOVE LKI-SUSPENSE-DATE TO WS-RPL-SUSPENSE-DATE
        MOVE LKI-SUSPENSE-RUN-ID TO WS-RPL-RUN-ID
    END-IF
    EVALUATE TRUE
        WHEN FRQ-ON-FILE
            MOVE "ON SUSPENSE.DAT" TO WS-RPL-WHERE
        WHEN FRQ-ARCHIVED
            STRING "ARCHIVED " FRQ-ARCHIVED-DATE " "
                FRQ-GENERATION-NAME
                DELIMITED BY SIZE INTO WS-RPL-WHERE
        WHEN FRQ-HISTORY-MISSING
            STRING "ARCHIVED " FRQ-ARCHIVED-DATE
                ", GENERATION MISSING"
                DELIMITED BY SIZE INTO WS-RPL-WHERE
        WHEN FRQ-FILE-ERROR
            MOVE "NOT LOOKED UP - FILE ERROR" TO WS-RPL-WHERE
        WHEN OTHER
            MOVE "NOT FOUND" TO WS-RPL-WHERE
    END-EVALUATE
    WRITE WS-REPORT-LINE FROM WS-RPT-LOOKUP-LINE.

9900-RELEASE-BATCH-WINDOW.
    SET LRQ-RELEASE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST.
