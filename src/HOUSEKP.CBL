IDENTIFICATION DIVISION.
PROGRAM-ID. HOUSEKP.

*> Period-end housekeeping of the files nothing else ever trims.
*> SUSPENSE.DAT keeps every corrected and written-off item forever,
*> and SUSAGE, SUSMAINT's image-match pass and every high-key sweep
*> walk all of it; RUNREG.DAT and EXTREG.DAT grow a line a feed and
*> a line an extract, and NUMVAL01 reads the run register end to end
*> at every header. Run after close of period, like AUDARCH, this
*> step cuts the closed business out of all three to dated history
*> generations, named for the month of the run (appended to, not
*> overwritten, so a re-run cannot destroy an earlier cut):
*>
*>   - Suspense items corrected (C) or written off (W) whose
*>     SUS-SUSPENSE-DATE is more than the suspense retention age
*>     ago move to SUSHSTyyyymm.DAT, each as the exact
*>     WS-SUSPENSE-RECORD image, with an index entry on SUSHSTIX.DAT
*>     (SUSHREC.CPY) saying which generation holds it and an
*>     AUD-ACTION-ARCHIVED entry on the audit log, and are then
*>     deleted from SUSPENSE.DAT. Pending and entered items never
*>     move, nor does an item whose date is not usable - its age
*>     cannot be proven, the same rule SUSAGE applies to write-off.
*>     SUSFIND finds an archived item by its key for AUDINQ and
*>     SUSAGE.
*>
*>   - RUNREG.DAT entries whose run date is more than the run
*>     register retention age ago move to RUNREGyyyymm.DAT, and the
*>     register keeps a horizon record (REG-HORIZON-MARKER, see
*>     RUNREG.CPY) carrying the newest run date cut, so NUMVAL01
*>     still refuses a stale feed the register no longer names.
*>
*>   - EXTREG.DAT entries the ledger has settled (accepted or
*>     rejected) more than the extract register retention age ago
*>     move to EXTREGyyyymm.DAT. Pending entries always stay - EXTACK
*>     still has to match them and report them overdue.
*>
*> The item key is NUMVAL01's and EXTACK's high-water mark: each
*> finds the next key by reading SUSPENSE.DAT to the end, and
*> NUMVAL01's rollback (0063-FIND-SUSPENSE-HIGH-KEY,
*> 0065-TRUNCATE-SUSPENSE-FILE) deletes from that mark down to its
*> cut point. So the highest-keyed item is never archived, whatever
*> its status and age: the mark never drops, no key is ever issued
*> twice, and the gaps archiving leaves all sit below any cut point
*> a later run can take. The batch window (BATCHLCK) keeps this step
*> away from an outstanding NUMVAL01 checkpoint.
*>
*> The three retention ages come from HOUSEKP.PRM (three 3-digit day
*> counts, columns 1-3 suspense, 4-6 run register, 7-9 extract
*> register); when the file is absent they default to 180, 90 and 90
*> days, and an age of 000 leaves that file alone. Each register is
*> rebuilt in a .NEW file and renamed over the live one with
*> CBL_RENAME_FILE, the AUDARCH idiom. A step that cannot open its
*> files is skipped with RETURN-CODE 8 and the others still run.

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
        ACCESS MODE IS RANDOM
        RECORD KEY IS SHX-ITEM-KEY
        FILE STATUS IS WS-SHX-FILE-STATUS.

    *> Dynamic ASSIGNs: the generation names are built at run time
    *> from the month of the run (SUSFIND reads the suspense
    *> generations back by the same name).
    SELECT SUSPENSE-HISTORY-FILE ASSIGN TO WS-SUS-HISTORY-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HST-FILE-STATUS.

    SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.TXT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUD-FILE-STATUS.

    SELECT RUN-REGISTER-FILE ASSIGN TO "RUNREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-FILE-STATUS.

    SELECT RUN-REGISTER-NEW ASSIGN TO "RUNREG.NEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-NEW-FILE-STATUS.

    SELECT RUN-REGISTER-HISTORY ASSIGN TO WS-REG-HISTORY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-HST-FILE-STATUS.

    SELECT EXTRACT-REGISTER-FILE ASSIGN TO "EXTREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XRG-FILE-STATUS.

    SELECT EXTRACT-REGISTER-NEW ASSIGN TO "EXTREG.NEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XRG-NEW-FILE-STATUS.

    SELECT EXTRACT-REGISTER-HISTORY ASSIGN TO WS-XRG-HISTORY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XRG-HST-FILE-STATUS.

    SELECT PARAM-FILE ASSIGN TO "HOUSEKP.PRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SUSPENSE-FILE.
COPY "SUSPREC.CPY".

FD  HISTORY-INDEX-FILE.
COPY "SUSHREC.CPY".

FD  SUSPENSE-HISTORY-FILE.
01  WS-SUS-HISTORY-LINE            PIC X(93).

FD  AUDIT-LOG-FILE.
COPY "AUDITREC.CPY".

FD  RUN-REGISTER-FILE.
COPY "RUNREG.CPY".

FD  RUN-REGISTER-NEW.
01  WS-REG-NEW-LINE                PIC X(18).

FD  RUN-REGISTER-HISTORY.
01  WS-REG-HISTORY-LINE            PIC X(18).

FD  EXTRACT-REGISTER-FILE.
COPY "EXTREG.CPY".

FD  EXTRACT-REGISTER-NEW.
01  WS-XRG-NEW-LINE                PIC X(42).

FD  EXTRACT-REGISTER-HISTORY.
01  WS-XRG-HISTORY-LINE            PIC X(42).

FD  PARAM-FILE.
01  WS-PARAM-RECORD.
    05  PRM-SUSPENSE-DAYS          PIC 9(3).
    05  PRM-RUNREG-DAYS            PIC 9(3).
    05  PRM-EXTREG-DAYS            PIC 9(3).

WORKING-STORAGE SECTION.
01  WS-EOF-SWITCH                  PIC X VALUE "N".
    88  WS-EOF                         VALUE "Y".
01  WS-SUS-FILE-STATUS               PIC XX VALUE "00".
01  WS-SHX-FILE-STATUS               PIC XX VALUE "00".
01  WS-HST-FILE-STATUS               PIC XX VALUE "00".
01  WS-AUD-FILE-STATUS               PIC XX VALUE "00".
01  WS-REG-FILE-STATUS               PIC XX VALUE "00".
01  WS-REG-NEW-FILE-STATUS           PIC XX VALUE "00".
01  WS-REG-HST-FILE-STATUS           PIC XX VALUE "00".
01  WS-XRG-FILE-STATUS               PIC XX VALUE "00".
01  WS-XRG-NEW-FILE-STATUS           PIC XX VALUE "00".
01  WS-XRG-HST-FILE-STATUS           PIC XX VALUE "00".
01  WS-PRM-FILE-STATUS               PIC XX VALUE "00".

01  WS-SUSPENSE-RETAIN-DAYS          PIC 9(3) VALUE 180.
01  WS-RUNREG-RETAIN-DAYS            PIC 9(3) VALUE 90.
01  WS-EXTREG-RETAIN-DAYS            PIC 9(3) VALUE 90.

01  WS-TODAY-DATE                    PIC 9(8) VALUE 0.
01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
    05  WS-TODAY-YEAR              PIC 9(4).
    05  WS-TODAY-MONTH             PIC 9(2).
    05  WS-TODAY-DAY               PIC 9(2).
01  WS-TODAY-INT                     PIC 9(8) VALUE 0.
01  WS-SUS-HISTORY-NAME              PIC X(21) VALUE SPACES.
01  WS-REG-HISTORY-NAME              PIC X(21) VALUE SPACES.
01  WS-XRG-HISTORY-NAME              PIC X(21) VALUE SPACES.

*> Age of one dated entry in calendar days, from 8000. An entry
*> whose date is not a usable date has no provable age and stays.
01  WS-AGE-FROM-DATE                 PIC 9(8) VALUE 0.
01  WS-AGE-FROM-INT                  PIC 9(8) VALUE 0.
01  WS-AGE-DAYS                      PIC S9(8) VALUE 0.
01  WS-AGE-UNKNOWN-SWITCH            PIC X VALUE "N".
    88  WS-AGE-UNKNOWN                   VALUE "Y".

*> Suspense archiving.
01  WS-SUS-HIGH-KEY                  PIC 9(9) VALUE 0.
01  WS-SUS-STEP-OK-SWITCH            PIC X VALUE "N".
    88  WS-SUS-STEP-OK                   VALUE "Y".
01  WS-SUS-ARCHIVED-COUNT            PIC 9(9) VALUE 0.
01  WS-SUS-CLOSED-KEPT-COUNT         PIC 9(9) VALUE 0.
01  WS-SUS-OPEN-COUNT                PIC 9(9) VALUE 0.
01  WS-SUS-UNDATED-COUNT             PIC 9(9) VALUE 0.
01  WS-SUS-HIGH-KEY-HELD-SWITCH      PIC X VALUE "N".
    88  WS-SUS-HIGH-KEY-HELD             VALUE "Y".

*> Register pruning.
01  WS-REG-HORIZON-DATE              PIC 9(8) VALUE 0.
01  WS-REG-ARCHIVED-COUNT            PIC 9(9) VALUE 0.
01  WS-REG-RETAINED-COUNT            PIC 9(9) VALUE 0.
01  WS-XRG-ARCHIVED-COUNT            PIC 9(9) VALUE 0.
01  WS-XRG-RETAINED-COUNT            PIC 9(9) VALUE 0.

01  WS-REG-OLD-NAME                  PIC X(21) VALUE "RUNREG.DAT".
01  WS-REG-NEW-NAME                  PIC X(21) VALUE "RUNREG.NEW".
01  WS-XRG-OLD-NAME                  PIC X(21) VALUE "EXTREG.DAT".
01  WS-XRG-NEW-NAME                  PIC X(21) VALUE "EXTREG.NEW".
01  WS-RENAME-RC                     PIC S9(9) COMP-5 VALUE 0.

01  WS-RUN-FAILED-SWITCH             PIC X VALUE "N".
    88  WS-RUN-FAILED                    VALUE "Y".

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-ACQUIRE-BATCH-WINDOW
    PERFORM 0100-READ-PARAMETERS
    PERFORM 0110-SET-GENERATION-NAMES

    IF WS-SUSPENSE-RETAIN-DAYS > 0 THEN
        PERFORM 1000-ARCHIVE-SUSPENSE
    ELSE
        DISPLAY "SUSPENSE ARCHIVING OFF (RETENTION 000)"
    END-IF
    IF WS-RUNREG-RETAIN-DAYS > 0 THEN
        PERFORM 2000-PRUNE-RUN-REGISTER
    ELSE
        DISPLAY "RUN REGISTER PRUNING OFF (RETENTION 000)"
    END-IF
    IF WS-EXTREG-RETAIN-DAYS > 0 THEN
        PERFORM 3000-PRUNE-EXTRACT-REGISTER
    ELSE
        DISPLAY "EXTRACT REGISTER PRUNING OFF (RETENTION 000)"
    END-IF

    DISPLAY "SUSPENSE ITEMS ARCHIVED TO " WS-SUS-HISTORY-NAME ": "
        WS-SUS-ARCHIVED-COUNT
    DISPLAY "CLOSED ITEMS KEPT (UNDER " WS-SUSPENSE-RETAIN-DAYS
        " DAYS): " WS-SUS-CLOSED-KEPT-COUNT
    DISPLAY "CLOSED ITEMS KEPT (DATE UNUSABLE): " WS-SUS-UNDATED-COUNT
    DISPLAY "OPEN ITEMS ON FILE: " WS-SUS-OPEN-COUNT
    IF WS-SUS-HIGH-KEY-HELD THEN
        DISPLAY "ITEM " WS-SUS-HIGH-KEY
            " KEPT ON FILE AS THE HIGH-WATER KEY"
    END-IF
    DISPLAY "RUN REGISTER ENTRIES ARCHIVED TO " WS-REG-HISTORY-NAME
        ": " WS-REG-ARCHIVED-COUNT
    DISPLAY "RUN REGISTER ENTRIES RETAINED: " WS-REG-RETAINED-COUNT
    IF WS-REG-HORIZON-DATE > 0 THEN
        DISPLAY "FEEDS DATED ON OR BEFORE " WS-REG-HORIZON-DATE
            " WILL BE REFUSED"
    END-IF
    DISPLAY "EXTRACT REGISTER ENTRIES ARCHIVED TO "
        WS-XRG-HISTORY-NAME ": " WS-XRG-ARCHIVED-COUNT
    DISPLAY "EXTRACT REGISTER ENTRIES RETAINED: " WS-XRG-RETAINED-COUNT

    IF WS-RUN-FAILED THEN
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM 9900-RELEASE-BATCH-WINDOW
    STOP RUN.

0005-ACQUIRE-BATCH-WINDOW.
    *> Nothing is opened until the shared batch window is ours -
    *> see BATCHLCK.
    MOVE "HOUSEKP" TO LRQ-PROGRAM
    SET LRQ-ACQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF NOT LRQ-GRANTED THEN
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

0100-READ-PARAMETERS.
    *> Absent or unreadable parameter file just means the shipped
    *> defaults apply - housekeeping must not abort over its tuning.
    OPEN INPUT PARAM-FILE
    IF WS-PRM-FILE-STATUS = "00" THEN
        READ PARAM-FILE
            NOT AT END
                IF PRM-SUSPENSE-DAYS IS NUMERIC THEN
                    MOVE PRM-SUSPENSE-DAYS TO WS-SUSPENSE-RETAIN-DAYS
                ELSE
                    DISPLAY "WARNING: HOUSEKP.PRM SUSPENSE AGE "
                        "UNUSABLE - USING DEFAULT"
                END-IF
                IF PRM-RUNREG-DAYS IS NUMERIC THEN
                    MOVE PRM-RUNREG-DAYS TO WS-RUNREG-RETAIN-DAYS
                ELSE
                    DISPLAY "WARNING: HOUSEKP.PRM RUN REGISTER AGE "
                        "UNUSABLE - USING DEFAULT"
                END-IF
                IF PRM-EXTREG-DAYS IS NUMERIC THEN
                    MOVE PRM-EXTREG-DAYS TO WS-EXTREG-RETAIN-DAYS
                ELSE
                    DISPLAY "WARNING: HOUSEKP.PRM EXTRACT REGISTER AGE "
                        "UNUSABLE - USING DEFAULT"
                END-IF
        END-READ
        CLOSE PARAM-FILE
    END-IF.

0110-SET-GENERATION-NAMES.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) TO WS-TODAY-INT
    MOVE SPACES TO WS-SUS-HISTORY-NAME
    STRING "SUSHST" WS-TODAY-YEAR WS-TODAY-MONTH ".DAT"
        DELIMITED BY SIZE INTO WS-SUS-HISTORY-NAME
    MOVE SPACES TO WS-REG-HISTORY-NAME
    STRING "RUNREG" WS-TODAY-YEAR WS-TODAY-MONTH ".DAT"
        DELIMITED BY SIZE INTO WS-REG-HISTORY-NAME
    MOVE SPACES TO WS-XRG-HISTORY-NAME
    STRING "EXTREG" WS-TODAY-YEAR WS-TODAY-MONTH ".DAT"
        DELIMITED BY SIZE INTO WS-XRG-HISTORY-NAME.

1000-ARCHIVE-SUSPENSE.
    OPEN I-O SUSPENSE-FILE
    EVALUATE WS-SUS-FILE-STATUS
        WHEN "00"
            PERFORM 1100-FIND-HIGH-KEY
            PERFORM 1200-OPEN-HISTORY-FILES
            IF WS-SUS-STEP-OK THEN
                PERFORM 1300-READ-SUSPENSE-RECORD
                PERFORM 1400-CONSIDER-ITEM UNTIL WS-EOF
                CLOSE SUSPENSE-HISTORY-FILE
                CLOSE HISTORY-INDEX-FILE
                CLOSE AUDIT-LOG-FILE
            END-IF
            CLOSE SUSPENSE-FILE
        WHEN "35"
            DISPLAY "NOTHING TO ARCHIVE - SUSPENSE.DAT NOT FOUND"
        WHEN OTHER
            DISPLAY "ERROR: CANNOT OPEN SUSPENSE.DAT, FILE STATUS="
                WS-SUS-FILE-STATUS
            SET WS-RUN-FAILED TO TRUE
    END-EVALUATE.

1100-FIND-HIGH-KEY.
    *> The same key-order sweep as NUMVAL01's 0063: the last key read
    *> is the high-water mark, and that item stays. Then back to the
    *> first item for the archiving pass (SUSMAINT's 0090 idiom).
    MOVE "N" TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF
        READ SUSPENSE-FILE NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                MOVE SUS-ITEM-KEY TO WS-SUS-HIGH-KEY
        END-READ
    END-PERFORM
    MOVE "N" TO WS-EOF-SWITCH
    MOVE 0 TO SUS-ITEM-KEY
    START SUSPENSE-FILE KEY > SUS-ITEM-KEY
        INVALID KEY
            SET WS-EOF TO TRUE
    END-START.

1200-OPEN-HISTORY-FILES.
    *> The generation is appended to if it already exists - the same
    *> create-empty-then-extend idiom as AUDARCH's generation - and
    *> the index and audit log are created the first time.
    SET WS-SUS-STEP-OK TO TRUE
    OPEN EXTEND SUSPENSE-HISTORY-FILE
    IF WS-HST-FILE-STATUS = "35" THEN
        OPEN OUTPUT SUSPENSE-HISTORY-FILE
        CLOSE SUSPENSE-HISTORY-FILE
        OPEN EXTEND SUSPENSE-HISTORY-FILE
    END-IF
    IF WS-HST-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN " WS-SUS-HISTORY-NAME
            ", FILE STATUS=" WS-HST-FILE-STATUS
        MOVE "N" TO WS-SUS-STEP-OK-SWITCH
        SET WS-RUN-FAILED TO TRUE
    ELSE
        OPEN I-O HISTORY-INDEX-FILE
        IF WS-SHX-FILE-STATUS = "35" THEN
            OPEN OUTPUT HISTORY-INDEX-FILE
            CLOSE HISTORY-INDEX-FILE
            OPEN I-O HISTORY-INDEX-FILE
        END-IF
        IF WS-SHX-FILE-STATUS NOT = "00" THEN
            DISPLAY "ERROR: CANNOT OPEN SUSHSTIX.DAT, FILE STATUS="
                WS-SHX-FILE-STATUS
            CLOSE SUSPENSE-HISTORY-FILE
            MOVE "N" TO WS-SUS-STEP-OK-SWITCH
            SET WS-RUN-FAILED TO TRUE
        ELSE
            PERFORM 1250-OPEN-AUDIT-LOG
        END-IF
    END-IF.

1250-OPEN-AUDIT-LOG.
    *> SEQUENTIAL cannot EXTEND a file that does not exist yet - create
    *> it (empty) on the very first run, then append to it either way.
    OPEN INPUT AUDIT-LOG-FILE
    IF WS-AUD-FILE-STATUS = "35" THEN
        OPEN OUTPUT AUDIT-LOG-FILE
    END-IF
    CLOSE AUDIT-LOG-FILE
    OPEN EXTEND AUDIT-LOG-FILE
    IF WS-AUD-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN AUDITLOG.TXT, FILE STATUS="
            WS-AUD-FILE-STATUS
        CLOSE SUSPENSE-HISTORY-FILE
        CLOSE HISTORY-INDEX-FILE
        MOVE "N" TO WS-SUS-STEP-OK-SWITCH
        SET WS-RUN-FAILED TO TRUE
    END-IF.

1300-READ-SUSPENSE-RECORD.
    READ SUSPENSE-FILE NEXT RECORD
        AT END
            SET WS-EOF TO TRUE
    END-READ.

1400-CONSIDER-ITEM.
    EVALUATE TRUE
        WHEN NOT SUS-STATUS-CORRECTED AND NOT SUS-STATUS-WRITTEN-OFF
            ADD 1 TO WS-SUS-OPEN-COUNT
        WHEN SUS-ITEM-KEY >= WS-SUS-HIGH-KEY
            SET WS-SUS-HIGH-KEY-HELD TO TRUE
            ADD 1 TO WS-SUS-CLOSED-KEPT-COUNT
        WHEN OTHER
            MOVE SUS-SUSPENSE-DATE TO WS-AGE-FROM-DATE
            PERFORM 8000-COMPUTE-AGE
            EVALUATE TRUE
                WHEN WS-AGE-UNKNOWN
                    ADD 1 TO WS-SUS-UNDATED-COUNT
                WHEN WS-AGE-DAYS > WS-SUSPENSE-RETAIN-DAYS
                    PERFORM 1500-ARCHIVE-ITEM
                WHEN OTHER
                    ADD 1 TO WS-SUS-CLOSED-KEPT-COUNT
            END-EVALUATE
    END-EVALUATE

    IF NOT WS-EOF THEN
        PERFORM 1300-READ-SUSPENSE-RECORD
    END-IF.

1500-ARCHIVE-ITEM.
    *> Generation first, then the index entry, then the delete - an
    *> item is never off SUSPENSE.DAT without a copy to find. Any
    *> failure stops the pass with what is left still live; a re-run
    *> picks up where it stopped (an index entry already there from an
    *> interrupted move is simply pointed at this run's generation).
    WRITE WS-SUS-HISTORY-LINE FROM WS-SUSPENSE-RECORD
    IF WS-HST-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: WRITE TO " WS-SUS-HISTORY-NAME
            " FAILED FOR ITEM " SUS-ITEM-KEY ", FILE STATUS="
            WS-HST-FILE-STATUS
        SET WS-RUN-FAILED TO TRUE
        SET WS-EOF TO TRUE
    ELSE
        PERFORM 1550-WRITE-INDEX-ENTRY
    END-IF
    IF NOT WS-EOF THEN
        DELETE SUSPENSE-FILE RECORD
            INVALID KEY
                DISPLAY "ERROR: DELETE FAILED FOR ITEM " SUS-ITEM-KEY
                    ", FILE STATUS=" WS-SUS-FILE-STATUS
                SET WS-RUN-FAILED TO TRUE
                SET WS-EOF TO TRUE
            NOT INVALID KEY
                ADD 1 TO WS-SUS-ARCHIVED-COUNT
                PERFORM 1600-WRITE-AUDIT-RECORD
        END-DELETE
    END-IF.

1550-WRITE-INDEX-ENTRY.
    MOVE SUS-ITEM-KEY TO SHX-ITEM-KEY
    MOVE WS-TODAY-YEAR TO SHX-PERIOD-YEAR
    MOVE WS-TODAY-MONTH TO SHX-PERIOD-MONTH
    MOVE WS-TODAY-DATE TO SHX-ARCHIVED-DATE
    MOVE SUS-SUSPENSE-DATE TO SHX-SUSPENSE-DATE
    MOVE SUS-STATUS TO SHX-STATUS
    MOVE SUS-REASON-CODE TO SHX-REASON-CODE
    WRITE WS-SUSPENSE-HISTORY-RECORD
        INVALID KEY
            REWRITE WS-SUSPENSE-HISTORY-RECORD
                INVALID KEY
                    DISPLAY "ERROR: SUSHSTIX.DAT UPDATE FAILED FOR "
                        "ITEM " SUS-ITEM-KEY ", FILE STATUS="
                        WS-SHX-FILE-STATUS
                    SET WS-RUN-FAILED TO TRUE
                    SET WS-EOF TO TRUE
            END-REWRITE
    END-WRITE.

1600-WRITE-AUDIT-RECORD.
    MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
    MOVE FUNCTION CURRENT-DATE(9:8) TO AUD-TIME
    SET AUD-ACTION-ARCHIVED TO TRUE
    MOVE SUS-ORIGINAL-FIELD-A TO AUD-ORIGINAL-VALUE
    IF SUS-CORRECTED-FIELD-A IS NUMERIC THEN
        MOVE SUS-CORRECTED-FIELD-A TO AUD-CORRECTED-VALUE
    ELSE
        MOVE 0 TO AUD-CORRECTED-VALUE
    END-IF
    MOVE SUS-FIELD-B TO AUD-FIELD-B
    MOVE SPACES TO AUD-ENTERED-BY
    MOVE SPACES TO AUD-APPROVED-BY
    MOVE SUS-ITEM-KEY TO AUD-ITEM-KEY
    MOVE SUS-REASON-CODE TO AUD-REASON-CODE
    WRITE WS-AUDIT-RECORD.

2000-PRUNE-RUN-REGISTER.
    OPEN INPUT RUN-REGISTER-FILE
    EVALUATE WS-REG-FILE-STATUS
        WHEN "00"
            PERFORM 2100-OPEN-REGISTER-OUTPUTS
        WHEN "35"
            DISPLAY "NOTHING TO PRUNE - RUNREG.DAT NOT FOUND"
        WHEN OTHER
            DISPLAY "ERROR: CANNOT OPEN RUNREG.DAT, FILE STATUS="
                WS-REG-FILE-STATUS
            SET WS-RUN-FAILED TO TRUE
    END-EVALUATE.

2100-OPEN-REGISTER-OUTPUTS.
    OPEN OUTPUT RUN-REGISTER-NEW
    IF WS-REG-NEW-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN RUNREG.NEW, FILE STATUS="
            WS-REG-NEW-FILE-STATUS
        CLOSE RUN-REGISTER-FILE
        SET WS-RUN-FAILED TO TRUE
    ELSE
        OPEN EXTEND RUN-REGISTER-HISTORY
        IF WS-REG-HST-FILE-STATUS = "35" THEN
            OPEN OUTPUT RUN-REGISTER-HISTORY
            CLOSE RUN-REGISTER-HISTORY
            OPEN EXTEND RUN-REGISTER-HISTORY
        END-IF
        IF WS-REG-HST-FILE-STATUS NOT = "00" THEN
            DISPLAY "ERROR: CANNOT OPEN " WS-REG-HISTORY-NAME
                ", FILE STATUS=" WS-REG-HST-FILE-STATUS
            CLOSE RUN-REGISTER-FILE
            CLOSE RUN-REGISTER-NEW
            SET WS-RUN-FAILED TO TRUE
        ELSE
            PERFORM 2200-SPLIT-RUN-REGISTER
        END-IF
    END-IF.

2200-SPLIT-RUN-REGISTER.
    MOVE "N" TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF
        READ RUN-REGISTER-FILE
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM 2300-SPLIT-ONE-RUN-ENTRY
        END-READ
    END-PERFORM

    *> The horizon goes back on the register last - the newest run
    *> date ever cut, this run's or an earlier one's.
    IF WS-REG-HORIZON-DATE > 0 THEN
        SET REG-HORIZON-MARKER TO TRUE
        MOVE WS-REG-HORIZON-DATE TO REG-RUN-DATE
        MOVE WS-TODAY-DATE TO REG-POSTED-DATE
        WRITE WS-REG-NEW-LINE FROM WS-RUN-REGISTER-RECORD
    END-IF

    CLOSE RUN-REGISTER-FILE
    CLOSE RUN-REGISTER-NEW
    CLOSE RUN-REGISTER-HISTORY

    CALL "CBL_RENAME_FILE" USING WS-REG-NEW-NAME
                                  WS-REG-OLD-NAME
        RETURNING WS-RENAME-RC
    IF WS-RENAME-RC NOT = 0 THEN
        DISPLAY "ERROR: COULD NOT REPLACE RUNREG.DAT, RC="
            WS-RENAME-RC
        SET WS-RUN-FAILED TO TRUE
    END-IF.

2300-SPLIT-ONE-RUN-ENTRY.
    *> A previous horizon is folded into this one rather than copied.
    IF REG-HORIZON-MARKER THEN
        IF REG-RUN-DATE IS NUMERIC
        AND REG-RUN-DATE > WS-REG-HORIZON-DATE THEN
            MOVE REG-RUN-DATE TO WS-REG-HORIZON-DATE
        END-IF
    ELSE
        MOVE REG-RUN-DATE TO WS-AGE-FROM-DATE
        PERFORM 8000-COMPUTE-AGE
        IF NOT WS-AGE-UNKNOWN
        AND WS-AGE-DAYS > WS-RUNREG-RETAIN-DAYS THEN
            WRITE WS-REG-HISTORY-LINE FROM WS-RUN-REGISTER-RECORD
            ADD 1 TO WS-REG-ARCHIVED-COUNT
            IF REG-RUN-DATE > WS-REG-HORIZON-DATE THEN
                MOVE REG-RUN-DATE TO WS-REG-HORIZON-DATE
            END-IF
        ELSE
            WRITE WS-REG-NEW-LINE FROM WS-RUN-REGISTER-RECORD
            ADD 1 TO WS-REG-RETAINED-COUNT
        END-IF
    END-IF.

3000-PRUNE-EXTRACT-REGISTER.
    OPEN INPUT EXTRACT-REGISTER-FILE
    EVALUATE WS-XRG-FILE-STATUS
        WHEN "00"
            PERFORM 3100-OPEN-EXTRACT-OUTPUTS
        WHEN "35"
            DISPLAY "NOTHING TO PRUNE - EXTREG.DAT NOT FOUND"
        WHEN OTHER
            DISPLAY "ERROR: CANNOT OPEN EXTREG.DAT, FILE STATUS="
                WS-XRG-FILE-STATUS
            SET WS-RUN-FAILED TO TRUE
    END-EVALUATE.

3100-OPEN-EXTRACT-OUTPUTS.
    OPEN OUTPUT EXTRACT-REGISTER-NEW
    IF WS-XRG-NEW-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN EXTREG.NEW, FILE STATUS="
            WS-XRG-NEW-FILE-STATUS
        CLOSE EXTRACT-REGISTER-FILE
        SET WS-RUN-FAILED TO TRUE
    ELSE
        OPEN EXTEND EXTRACT-REGISTER-HISTORY
        IF WS-XRG-HST-FILE-STATUS = "35" THEN
            OPEN OUTPUT EXTRACT-REGISTER-HISTORY
            CLOSE EXTRACT-REGISTER-HISTORY
            OPEN EXTEND EXTRACT-REGISTER-HISTORY
        END-IF
        IF WS-XRG-HST-FILE-STATUS NOT = "00" THEN
            DISPLAY "ERROR: CANNOT OPEN " WS-XRG-HISTORY-NAME
                ", FILE STATUS=" WS-XRG-HST-FILE-STATUS
            CLOSE EXTRACT-REGISTER-FILE
            CLOSE EXTRACT-REGISTER-NEW
            SET WS-RUN-FAILED TO TRUE
        ELSE
            PERFORM 3200-SPLIT-EXTRACT-REGISTER
        END-IF
    END-IF.

3200-SPLIT-EXTRACT-REGISTER.
    MOVE "N" TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF
        READ EXTRACT-REGISTER-FILE
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM 3300-SPLIT-ONE-EXTRACT-ENTRY
        END-READ
    END-PERFORM

    CLOSE EXTRACT-REGISTER-FILE
    CLOSE EXTRACT-REGISTER-NEW
    CLOSE EXTRACT-REGISTER-HISTORY

    CALL "CBL_RENAME_FILE" USING WS-XRG-NEW-NAME
                                  WS-XRG-OLD-NAME
        RETURNING WS-RENAME-RC
    IF WS-RENAME-RC NOT = 0 THEN
        DISPLAY "ERROR: COULD NOT REPLACE EXTREG.DAT, RC="
            WS-RENAME-RC
        SET WS-RUN-FAILED TO TRUE
    END-IF.

3300-SPLIT-ONE-EXTRACT-ENTRY.
    *> Only a settled extract is history; its age runs from the day
    *> the ledger's verdict was marked off.
    MOVE "Y" TO WS-AGE-UNKNOWN-SWITCH
    IF XRG-ACK-ACCEPTED OR XRG-ACK-REJECTED THEN
        MOVE XRG-ACK-DATE TO WS-AGE-FROM-DATE
        PERFORM 8000-COMPUTE-AGE
    END-IF
    IF NOT WS-AGE-UNKNOWN
    AND WS-AGE-DAYS > WS-EXTREG-RETAIN-DAYS THEN
        WRITE WS-XRG-HISTORY-LINE FROM WS-EXTRACT-REGISTER-RECORD
        ADD 1 TO WS-XRG-ARCHIVED-COUNT
    ELSE
        WRITE WS-XRG-NEW-LINE FROM WS-EXTRACT-REGISTER-RECORD
        ADD 1 TO WS-XRG-RETAINED-COUNT
    END-IF.

8000-COMPUTE-AGE.
    *> Calendar days from WS-AGE-FROM-DATE to today.
    MOVE "N" TO WS-AGE-UNKNOWN-SWITCH
    MOVE 0 TO WS-AGE-DAYS
    IF WS-AGE-FROM-DATE IS NUMERIC AND WS-AGE-FROM-DATE > 0 THEN
        MOVE FUNCTION INTEGER-OF-DATE(WS-AGE-FROM-DATE)
            TO WS-AGE-FROM-INT
        IF WS-AGE-FROM-INT = 0 THEN
            SET WS-AGE-UNKNOWN TO TRUE
        ELSE
            COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-AGE-FROM-INT
        END-IF
    ELSE
        SET WS-AGE-UNKNOWN TO TRUE
    END-IF.

9900-RELEASE-BATCH-WINDOW.
    SET LRQ-RELEASE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST.
