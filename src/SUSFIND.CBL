IDENTIFICATION DIVISION.
PROGRAM-ID. SUSFIND.

*> Suspense-item lookup by key, CALLed by AUDINQ and SUSAGE (USING
*> WS-FIND-REQUEST, SUSFPARM.CPY). Since HOUSEKP started moving old
*> corrected and written-off items off SUSPENSE.DAT, an item number
*> on an old report or audit entry may no longer be on the live
*> file; this finds it either way.
*>
*> SUSPENSE.DAT is tried first. An item not there is looked up on
*> the suspense-history index (SUSHSTIX.DAT, SUSHREC.CPY), which
*> names the generation HOUSEKP moved it to (SUSHSTyyyymm.DAT); only
*> that one generation is read, front to back, for the item's image.
*> Every file is opened and closed inside the call, read-only, so a
*> caller may hold its own SUSPENSE.DAT open INPUT alongside - but
*> not I-O: SUSAGE closes its file before it asks.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SUS-ITEM-KEY
        FILE STATUS IS WS-SUS-FILE-STATUS.

    SELECT HISTORY-INDEX-FILE ASSIGN TO "SUSHSTIX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SHX-ITEM-KEY
        FILE STATUS IS WS-SHX-FILE-STATUS.

    *> A dynamic ASSIGN: the generation named by the index entry.
    SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HST-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SUSPENSE-FILE.
COPY "SUSPREC.CPY".

FD  HISTORY-INDEX-FILE.
COPY "SUSHREC.CPY".

FD  HISTORY-FILE.
01  WS-HISTORY-RECORD.
    05  HST-ITEM-KEY               PIC 9(9).
    05  FILLER                     PIC X(84).

WORKING-STORAGE SECTION.
01  WS-SUS-FILE-STATUS               PIC XX VALUE "00".
01  WS-SHX-FILE-STATUS               PIC XX VALUE "00".
01  WS-HST-FILE-STATUS               PIC XX VALUE "00".
01  WS-HST-EOF-SWITCH                PIC X VALUE "N".
    88  WS-HST-EOF                       VALUE "Y".
01  WS-HISTORY-NAME                  PIC X(21) VALUE SPACES.

LINKAGE SECTION.
COPY "SUSFPARM.CPY".

PROCEDURE DIVISION USING WS-FIND-REQUEST.
0000-MAIN.
    SET FRQ-NOT-FOUND TO TRUE
    MOVE SPACES TO FRQ-GENERATION-NAME
    MOVE 0 TO FRQ-ARCHIVED-DATE
    MOVE SPACES TO FRQ-SUSPENSE-ITEM

    PERFORM 1000-READ-LIVE-FILE
    IF FRQ-NOT-FOUND THEN
        PERFORM 2000-READ-HISTORY-INDEX
    END-IF
    IF FRQ-ARCHIVED THEN
        PERFORM 3000-READ-GENERATION
    END-IF
    GOBACK.

1000-READ-LIVE-FILE.
    *> No SUSPENSE.DAT just means nothing is live - the history may
    *> still know the item.
    OPEN INPUT SUSPENSE-FILE
    EVALUATE WS-SUS-FILE-STATUS
        WHEN "00"
            MOVE FRQ-ITEM-KEY TO SUS-ITEM-KEY
            READ SUSPENSE-FILE RECORD
                KEY IS SUS-ITEM-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET FRQ-ON-FILE TO TRUE
                    MOVE WS-SUSPENSE-RECORD TO FRQ-SUSPENSE-ITEM
            END-READ
            CLOSE SUSPENSE-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: CANNOT OPEN SUSPENSE.DAT, FILE STATUS="
                WS-SUS-FILE-STATUS
            SET FRQ-FILE-ERROR TO TRUE
    END-EVALUATE.

2000-READ-HISTORY-INDEX.
    *> No index means nothing has ever been archived.
    OPEN INPUT HISTORY-INDEX-FILE
    EVALUATE WS-SHX-FILE-STATUS
        WHEN "00"
            MOVE FRQ-ITEM-KEY TO SHX-ITEM-KEY
            READ HISTORY-INDEX-FILE RECORD
                KEY IS SHX-ITEM-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET FRQ-ARCHIVED TO TRUE
                    MOVE SHX-ARCHIVED-DATE TO FRQ-ARCHIVED-DATE
                    MOVE SPACES TO WS-HISTORY-NAME
                    STRING "SUSHST" SHX-PERIOD-YEAR SHX-PERIOD-MONTH
                        ".DAT" DELIMITED BY SIZE INTO WS-HISTORY-NAME
                    MOVE WS-HISTORY-NAME TO FRQ-GENERATION-NAME
            END-READ
            CLOSE HISTORY-INDEX-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: CANNOT OPEN SUSHSTIX.DAT, FILE STATUS="
                WS-SHX-FILE-STATUS
            SET FRQ-FILE-ERROR TO TRUE
    END-EVALUATE.

3000-READ-GENERATION.
    *> The index says where the item went; the generation holds what
    *> it looked like. Without the generation only the index is left.
    SET FRQ-HISTORY-MISSING TO TRUE
    MOVE "N" TO WS-HST-EOF-SWITCH
    OPEN INPUT HISTORY-FILE
    IF WS-HST-FILE-STATUS = "00" THEN
        PERFORM UNTIL WS-HST-EOF
            READ HISTORY-FILE
                AT END
                    SET WS-HST-EOF TO TRUE
                NOT AT END
                    IF HST-ITEM-KEY = FRQ-ITEM-KEY THEN
                        SET FRQ-ARCHIVED TO TRUE
                        MOVE WS-HISTORY-RECORD TO FRQ-SUSPENSE-ITEM
                        SET WS-HST-EOF TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HISTORY-FILE
    END-IF.
