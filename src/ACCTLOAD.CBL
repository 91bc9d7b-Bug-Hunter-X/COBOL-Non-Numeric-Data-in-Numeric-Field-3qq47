*> can never bless a value the nightly edits would refuse; duplicates
*> are reported and kept once. The file is rebuilt in place: a load
*> that cannot open its inputs leaves the prior reference standing.
*>
*> An id may be followed (column 12 onward) by a five-digit
*> large-value hold threshold for that account, loaded into
*> ARF-HOLD-THRESHOLD; blank loads zero (the account follows
*> NUMVAL01's global HOLD-THRESHOLD card). A threshold that is not
*> five digits rejects the whole line - an account silently loaded
*> with no limit is exactly what the threshold is there to prevent.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  WS-ARF-FILE-STATUS               PIC XX VALUE "00".

01  WS-ACCOUNT-INPUT                 PIC X(10).
01  WS-THRESHOLD-INPUT               PIC X(5).
01  WS-THRESHOLD-SWITCH              PIC X VALUE "Y".
    88  WS-THRESHOLD-OK                  VALUE "Y".
01  WS-TODAY-DATE                    PIC 9(8) VALUE 0.

01  WS-LOADED-COUNT                  PIC 9(7) VALUE 0.
01  WS-FIELD-B-LOW-VALUE-COUNT      PIC 9(2) VALUE 0.
01  WS-FIELD-B-INDEX                PIC 9(2) VALUE 0.

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-ACQUIRE-BATCH-WINDOW
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

    OPEN INPUT ACCOUNT-LIST-FILE
    IF WS-LST-FILE-STATUS = "35" THEN
        DISPLAY "NOTHING TO LOAD - ACCTLIST.DAT NOT FOUND"
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF
    IF WS-LST-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT OPEN ACCTLIST.DAT, FILE STATUS="
            WS-LST-FILE-STATUS
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

        DISPLAY "ERROR: CANNOT OPEN ACCTREF.DAT, FILE STATUS="
            WS-ARF-FILE-STATUS
        CLOSE ACCOUNT-LIST-FILE
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

    DISPLAY "ACCOUNTS LOADED...: " WS-LOADED-COUNT
    DISPLAY "LINES REJECTED....: " WS-REJECTED-COUNT
    DISPLAY "DUPLICATES DROPPED: " WS-DUPLICATE-COUNT
    PERFORM 9900-RELEASE-BATCH-WINDOW
    STOP RUN.

0005-ACQUIRE-BATCH-WINDOW.
    *> Nothing is opened until the shared batch window is ours -
    *> see BATCHLCK.
    MOVE "ACCTLOAD" TO LRQ-PROGRAM
    SET LRQ-ACQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF NOT LRQ-GRANTED THEN
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

1000-READ-LIST-LINE.
    READ ACCOUNT-LIST-FILE
        AT END
        CONTINUE
    ELSE
        MOVE WS-LIST-LINE(1:10) TO WS-ACCOUNT-INPUT
        MOVE WS-LIST-LINE(12:5) TO WS-THRESHOLD-INPUT
        PERFORM 2100-VALIDATE-ACCOUNT-ID
        SET WS-THRESHOLD-OK TO TRUE
        IF WS-THRESHOLD-INPUT NOT = SPACES
        AND WS-THRESHOLD-INPUT IS NOT NUMERIC THEN
            MOVE "N" TO WS-THRESHOLD-SWITCH
        END-IF
        EVALUATE TRUE
            WHEN WS-FIELD-B-BAD
                ADD 1 TO WS-REJECTED-COUNT
                DISPLAY "REJECTED (FAILS WS-FIELD-B CONTENT RULES): "
                    WS-LIST-LINE(1:20)
            WHEN NOT WS-THRESHOLD-OK
                ADD 1 TO WS-REJECTED-COUNT
                DISPLAY "REJECTED (HOLD THRESHOLD NOT 5 DIGITS): "
                    WS-LIST-LINE(1:20)
            WHEN OTHER
                MOVE WS-ACCOUNT-INPUT TO ARF-ACCOUNT-ID
                MOVE WS-TODAY-DATE TO ARF-LOADED-DATE
                IF WS-THRESHOLD-INPUT = SPACES THEN
                    MOVE 0 TO ARF-HOLD-THRESHOLD
                ELSE
                    MOVE WS-THRESHOLD-INPUT TO ARF-HOLD-THRESHOLD
                END-IF
                WRITE WS-ACCOUNT-REF-RECORD
                    INVALID KEY
                        ADD 1 TO WS-DUPLICATE-COUNT
                        DISPLAY "DUPLICATE DROPPED: [" WS-ACCOUNT-INPUT
                            "]"
                    NOT INVALID KEY
                        ADD 1 TO WS-LOADED-COUNT
                END-WRITE
        END-EVALUATE
    END-IF

    PERFORM 1000-READ-LIST-LINE.
            END-PERFORM
        END-IF
    END-IF.

9900-RELEASE-BATCH-WINDOW.
    SET LRQ-RELEASE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST.
