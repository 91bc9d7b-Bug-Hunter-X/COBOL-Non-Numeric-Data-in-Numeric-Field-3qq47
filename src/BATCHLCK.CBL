IDENTIFICATION DIVISION.
PROGRAM-ID. BATCHLCK.

*> Shared batch-window interlock, CALLed by every program in the
*> suite (USING WS-LOCK-REQUEST, LOCKPARM.CPY). MSTCLOSE and AUDARCH
*> used to say "do not run while NUMVAL01 has an outstanding
*> checkpoint" and SUSMAINT, SUSAPPR, SUSAGE and EXTACK all update
*> SUSPENSE.DAT and append AUDITLOG.TXT - and nothing but the
*> operator's memory kept them apart. A SUSAGE write-off landing
*> between a NUMVAL01 crash and its restart moves the very audit
*> position the restart truncates back to.
*>
*> The window is one record on JOBCTL.DAT (LOCKREC.CPY): who holds
*> it, since when, and whether CHECKPT.DAT is live. A program that
*> updates anything takes it first thing (acquire) and gives it back
*> at every way out (release); while it is held every other acquire
*> or check is refused, with the holder named on the console, and
*> the caller stops with RETURN-CODE 12.
*>
*> NUMVAL01 is the one program with a restart point. When it gives
*> the window back with CHECKPT.DAT still live - an abort, a posting
*> phase that could not finish, a missing input on a restart - the
*> window stays held in NUMVAL01's name, marked kept for the restart
*> (LCK-KEPT-FOR-RESTART), and only NUMVAL01 may take it again (the
*> restart). The mark is written only by that release: a NUMVAL01
*> still running holds the window marked checkpoint-live or not, but
*> never kept, so a second NUMVAL01 started while the first is
*> mid-run is refused like anything else, however live the first
*> one's checkpoint already is. A program that dies without
*> releasing at all leaves its lock behind, unmarked; LOCKCLR is the
*> operator's override for that, and a NUMVAL01 run after it picks
*> its checkpoint up as usual.
*>
*> A live CHECKPT.DAT is itself a refusal, lock or no lock: while it
*> is live no program but NUMVAL01 is granted the window. LOCKCLR
*> does not free the window over a live checkpoint either - it
*> rewrites the lock as NUMVAL01's, kept for the restart, so
*> clearing a dead holder leaves the restart the only thing that can
*> run next.
*>
*> There is no queueing and no waiting: the scheduler runs the suite
*> one step at a time, and the lock exists to catch the step run by
*> hand out of turn, not to arbitrate a race.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOCK-FILE ASSIGN TO "JOBCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LCK-FILE-STATUS.

    SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CKP-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  LOCK-FILE.
COPY "LOCKREC.CPY".

FD  CHECKPOINT-FILE.
COPY "CHKPTREC.CPY".

WORKING-STORAGE SECTION.
01  WS-LCK-FILE-STATUS               PIC XX VALUE "00".
01  WS-CKP-FILE-STATUS               PIC XX VALUE "00".

01  WS-LOCK-HELD-SWITCH              PIC X VALUE "N".
    88  WS-LOCK-HELD                     VALUE "Y".
01  WS-CKP-LIVE-SWITCH               PIC X VALUE "N".
    88  WS-CKP-LIVE                      VALUE "Y".
*> Set from the lock on file: the holder gave the window back for a
*> restart. WS-WRITE-KEPT asks 5000-WRITE-LOCK to write that mark.
01  WS-LOCK-KEPT-SWITCH              PIC X VALUE "N".
    88  WS-LOCK-KEPT                     VALUE "Y".
01  WS-WRITE-KEPT-SWITCH             PIC X VALUE "N".
    88  WS-WRITE-KEPT                    VALUE "Y".

*> The program whose CHECKPT.DAT restart point the window protects.
01  WS-CHECKPOINT-OWNER              PIC X(8) VALUE "NUMVAL01".

LINKAGE SECTION.
COPY "LOCKPARM.CPY".

PROCEDURE DIVISION USING WS-LOCK-REQUEST.
0000-MAIN.
    MOVE "N" TO WS-LOCK-HELD-SWITCH
    MOVE "N" TO WS-CKP-LIVE-SWITCH
    MOVE "N" TO WS-LOCK-KEPT-SWITCH
    MOVE "N" TO WS-WRITE-KEPT-SWITCH
    MOVE SPACES TO LRQ-HOLDER-PROGRAM
    MOVE 0 TO LRQ-HOLDER-DATE
    MOVE 0 TO LRQ-HOLDER-TIME
    MOVE "N" TO LRQ-CHECKPOINT-LIVE
    SET LRQ-GRANTED TO TRUE

    *> An unreadable lock file refuses everything except the override
    *> that repairs it.
    PERFORM 1000-READ-LOCK-FILE
    IF LRQ-LOCK-ERROR THEN
        IF LRQ-CLEAR THEN
            SET LRQ-GRANTED TO TRUE
        ELSE
            GOBACK
        END-IF
    END-IF
    PERFORM 1100-TEST-CHECKPOINT
    IF WS-CKP-LIVE THEN
        MOVE "Y" TO LRQ-CHECKPOINT-LIVE
    ELSE
        MOVE "N" TO LRQ-CHECKPOINT-LIVE
    END-IF

    EVALUATE TRUE
        WHEN LRQ-ACQUIRE
            PERFORM 2000-ACQUIRE-WINDOW
        WHEN LRQ-CHECK
            IF WS-LOCK-HELD THEN
                SET LRQ-WINDOW-BUSY TO TRUE
                PERFORM 8000-DISPLAY-REFUSAL
            END-IF
        WHEN LRQ-INQUIRE
            IF WS-LOCK-HELD THEN
                SET LRQ-WINDOW-BUSY TO TRUE
            END-IF
        WHEN LRQ-RELEASE
            PERFORM 3000-RELEASE-WINDOW
        WHEN LRQ-CLEAR AND WS-CKP-LIVE
            PERFORM 4100-KEEP-FOR-RESTART
        WHEN LRQ-CLEAR
            PERFORM 4000-CLEAR-WINDOW
        WHEN OTHER
            DISPLAY "ERROR: BATCHLCK FUNCTION [" LRQ-FUNCTION
                "] NOT RECOGNISED"
            SET LRQ-LOCK-ERROR TO TRUE
    END-EVALUATE
    GOBACK.

1000-READ-LOCK-FILE.
    *> Absent or empty is a free window. Anything unreadable fails
    *> closed - LOCKCLR rewrites the file from scratch.
    OPEN INPUT LOCK-FILE
    EVALUATE WS-LCK-FILE-STATUS
        WHEN "00"
            READ LOCK-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF LCK-HOLDER-PROGRAM NOT = SPACES THEN
                        SET WS-LOCK-HELD TO TRUE
                        MOVE LCK-HOLDER-PROGRAM TO LRQ-HOLDER-PROGRAM
                        IF LCK-SINCE-DATE IS NUMERIC THEN
                            MOVE LCK-SINCE-DATE TO LRQ-HOLDER-DATE
                        END-IF
                        IF LCK-SINCE-TIME IS NUMERIC THEN
                            MOVE LCK-SINCE-TIME TO LRQ-HOLDER-TIME
                        END-IF
                        IF LCK-KEPT-FOR-RESTART THEN
                            SET WS-LOCK-KEPT TO TRUE
                        END-IF
                    END-IF
            END-READ
            CLOSE LOCK-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: CANNOT READ JOBCTL.DAT, FILE STATUS="
                WS-LCK-FILE-STATUS " - BATCH WINDOW UNKNOWN"
            SET LRQ-LOCK-ERROR TO TRUE
    END-EVALUATE.

1100-TEST-CHECKPOINT.
    *> Live is what NUMVAL01 itself would restart from: input already
    *> committed, or an end-of-run phase already flagged done. A
    *> cleared checkpoint is all zeros and N flags.
    OPEN INPUT CHECKPOINT-FILE
    IF WS-CKP-FILE-STATUS = "00" THEN
        READ CHECKPOINT-FILE
            NOT AT END
                IF (CKP-LAST-RECORD-COUNT IS NUMERIC
                    AND CKP-LAST-RECORD-COUNT > 0)
                OR CKP-MST-POSTED = "Y"
                OR CKP-RNH-APPENDED = "Y" THEN
                    SET WS-CKP-LIVE TO TRUE
                END-IF
        END-READ
        CLOSE CHECKPOINT-FILE
    END-IF.

2000-ACQUIRE-WINDOW.
    EVALUATE TRUE
        WHEN WS-CKP-LIVE AND LRQ-PROGRAM NOT = WS-CHECKPOINT-OWNER
            *> Whoever holds the window, or nobody - the restart
            *> comes first.
            SET LRQ-WINDOW-BUSY TO TRUE
            PERFORM 8100-DISPLAY-RESTART-REFUSAL
        WHEN NOT WS-LOCK-HELD
            PERFORM 5000-WRITE-LOCK
        WHEN LRQ-HOLDER-PROGRAM = WS-CHECKPOINT-OWNER
        AND LRQ-PROGRAM = WS-CHECKPOINT-OWNER
        AND WS-LOCK-KEPT
            *> The restart the window was kept for - not a live
            *> checkpoint alone, which a run still in progress has too.
            DISPLAY "BATCH WINDOW HELD FOR " WS-CHECKPOINT-OWNER
                " RESTART SINCE " LRQ-HOLDER-DATE " "
                LRQ-HOLDER-TIME " - RESUMING"
            PERFORM 5000-WRITE-LOCK
        WHEN OTHER
            SET LRQ-WINDOW-BUSY TO TRUE
            PERFORM 8000-DISPLAY-REFUSAL
    END-EVALUATE.

3000-RELEASE-WINDOW.
    EVALUATE TRUE
        WHEN NOT WS-LOCK-HELD
            CONTINUE
        WHEN LRQ-HOLDER-PROGRAM NOT = LRQ-PROGRAM
            *> Cleared by LOCKCLR while this program ran, and perhaps
            *> taken since - not ours to give back.
            DISPLAY "WARNING: BATCH WINDOW NOW HELD BY "
                LRQ-HOLDER-PROGRAM " - " LRQ-PROGRAM
                " LEFT IT ALONE"
            SET LRQ-WINDOW-BUSY TO TRUE
        WHEN LRQ-PROGRAM = WS-CHECKPOINT-OWNER AND WS-CKP-LIVE
            SET WS-WRITE-KEPT TO TRUE
            PERFORM 5000-WRITE-LOCK
            SET LRQ-KEPT-FOR-RESTART TO TRUE
            DISPLAY "CHECKPT.DAT IS LIVE - BATCH WINDOW KEPT FOR THE "
                WS-CHECKPOINT-OWNER " RESTART"
        WHEN OTHER
            PERFORM 4000-CLEAR-WINDOW
    END-EVALUATE.

4000-CLEAR-WINDOW.
    OPEN OUTPUT LOCK-FILE
    IF WS-LCK-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT CLEAR JOBCTL.DAT, FILE STATUS="
            WS-LCK-FILE-STATUS
        SET LRQ-LOCK-ERROR TO TRUE
    ELSE
        CLOSE LOCK-FILE
    END-IF.

5000-WRITE-LOCK.
    *> A kept restart lock keeps the time the run first took the
    *> window; a new holder starts the clock. The restart mark goes on
    *> only when asked for - taking the window, resumed or not, writes
    *> the checkpoint state as it stands.
    IF NOT WS-LOCK-HELD OR LRQ-HOLDER-PROGRAM NOT = LRQ-PROGRAM THEN
        MOVE FUNCTION CURRENT-DATE(1:8) TO LRQ-HOLDER-DATE
        MOVE FUNCTION CURRENT-DATE(9:6) TO LRQ-HOLDER-TIME
    END-IF
    MOVE LRQ-PROGRAM TO LRQ-HOLDER-PROGRAM
    MOVE LRQ-PROGRAM TO LCK-HOLDER-PROGRAM
    MOVE LRQ-HOLDER-DATE TO LCK-SINCE-DATE
    MOVE LRQ-HOLDER-TIME TO LCK-SINCE-TIME
    IF WS-WRITE-KEPT THEN
        SET LCK-KEPT-FOR-RESTART TO TRUE
    ELSE
        MOVE LRQ-CHECKPOINT-LIVE TO LCK-CHECKPOINT-LIVE
    END-IF
    OPEN OUTPUT LOCK-FILE
    IF WS-LCK-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT WRITE JOBCTL.DAT, FILE STATUS="
            WS-LCK-FILE-STATUS
        SET LRQ-LOCK-ERROR TO TRUE
    ELSE
        WRITE WS-LOCK-RECORD
        CLOSE LOCK-FILE
    END-IF.

4100-KEEP-FOR-RESTART.
    *> The override over a live checkpoint: whoever held the window,
    *> it goes back to NUMVAL01, kept for the restart, from now. The
    *> holder handed back is still the one that was overridden.
    MOVE WS-CHECKPOINT-OWNER TO LCK-HOLDER-PROGRAM
    MOVE FUNCTION CURRENT-DATE(1:8) TO LCK-SINCE-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO LCK-SINCE-TIME
    SET LCK-KEPT-FOR-RESTART TO TRUE
    OPEN OUTPUT LOCK-FILE
    IF WS-LCK-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: CANNOT WRITE JOBCTL.DAT, FILE STATUS="
            WS-LCK-FILE-STATUS
        SET LRQ-LOCK-ERROR TO TRUE
    ELSE
        WRITE WS-LOCK-RECORD
        CLOSE LOCK-FILE
        SET LRQ-KEPT-FOR-RESTART TO TRUE
    END-IF.

8000-DISPLAY-REFUSAL.
    DISPLAY "BATCH WINDOW HELD BY " LRQ-HOLDER-PROGRAM " SINCE "
        LRQ-HOLDER-DATE " " LRQ-HOLDER-TIME
    IF WS-LOCK-KEPT THEN
        DISPLAY "CHECKPT.DAT IS LIVE - A " WS-CHECKPOINT-OWNER
            " RESTART IS OUTSTANDING"
    ELSE
        IF WS-CKP-LIVE THEN
            DISPLAY "CHECKPT.DAT IS LIVE - " LRQ-HOLDER-PROGRAM
                " MAY STILL BE RUNNING"
        END-IF
    END-IF
    DISPLAY LRQ-PROGRAM " NOT STARTED (RETURN CODE 12) - IF "
        LRQ-HOLDER-PROGRAM " IS NO LONGER RUNNING, SEE LOCKCLR".

8100-DISPLAY-RESTART-REFUSAL.
    IF WS-LOCK-HELD THEN
        DISPLAY "BATCH WINDOW HELD BY " LRQ-HOLDER-PROGRAM " SINCE "
            LRQ-HOLDER-DATE " " LRQ-HOLDER-TIME
    END-IF
    DISPLAY "CHECKPT.DAT IS LIVE - A " WS-CHECKPOINT-OWNER
        " RESTART IS OUTSTANDING AND MUST RUN FIRST"
    DISPLAY LRQ-PROGRAM " NOT STARTED (RETURN CODE 12) - RUN THE "
        WS-CHECKPOINT-OWNER " RESTART FIRST".
