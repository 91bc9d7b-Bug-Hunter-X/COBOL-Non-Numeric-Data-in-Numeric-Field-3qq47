IDENTIFICATION DIVISION.
PROGRAM-ID. LOCKCLR.

*> Operator override for the shared batch window (BATCHLCK,
*> JOBCTL.DAT). A program that dies without reaching its release -
*> killed, abended, the machine lost - leaves its lock behind, and
*> every other step then refuses to start. This shows who holds the
*> window, since when, and whether NUMVAL01's CHECKPT.DAT is live,
*> and on confirmation clears it - or, over a live checkpoint,
*> re-keeps it for the NUMVAL01 restart.
*>
*> Clearing is a supervisor's decision: the id must be an active
*> approver (role A or B) on OPERPROF.DAT, the same authority SUSAPPR
*> asks for, and the confirmation has to be typed out in full. While
*> CHECKPT.DAT is live the window is never freed: BATCHLCK rewrites
*> the lock in NUMVAL01's name, kept for the restart, so the restart
*> is the only step that can run next and nothing moves the
*> positions it will truncate back to. CHECKPT.DAT itself is not
*> touched. Every override is appended to JOBCTLOV.TXT: when, by
*> whom, what was held, and whether it was cleared or re-kept.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPR-FILE-STATUS.

    SELECT OVERRIDE-LOG-FILE ASSIGN TO "JOBCTLOV.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OVR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OPERATOR-PROFILE-FILE.
COPY "OPERREC.CPY".

FD  OVERRIDE-LOG-FILE.
01  WS-OVERRIDE-LINE               PIC X(100).

WORKING-STORAGE SECTION.
01  WS-OPR-FILE-STATUS               PIC XX VALUE "00".
01  WS-OVR-FILE-STATUS               PIC XX VALUE "00".
01  WS-OPR-EOF-SWITCH                PIC X VALUE "N".
    88  WS-OPR-EOF                       VALUE "Y".
01  WS-OPR-VERIFIED-SWITCH           PIC X VALUE "N".
    88  WS-OPR-VERIFIED                  VALUE "Y".

01  WS-OPERATOR-ID                   PIC X(8).
01  WS-CONFIRM-INPUT                 PIC X(5).
01  WS-OVERRIDE-ACTION               PIC X(7) VALUE "CLEARED".

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    DISPLAY "ENTER SUPERVISOR ID (UP TO 8 CHARACTERS): "
    ACCEPT WS-OPERATOR-ID
    IF WS-OPERATOR-ID = SPACES THEN
        DISPLAY "ERROR: A SUPERVISOR ID IS REQUIRED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0020-VERIFY-SUPERVISOR
    IF NOT WS-OPR-VERIFIED THEN
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "LOCKCLR" TO LRQ-PROGRAM
    SET LRQ-INQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF LRQ-GRANTED THEN
        DISPLAY "BATCH WINDOW IS FREE - NOTHING TO CLEAR"
        STOP RUN
    END-IF
    *> An unreadable JOBCTL.DAT is cleared the same way - rewriting it
    *> empty is the repair.
    IF LRQ-LOCK-ERROR THEN
        DISPLAY "JOBCTL.DAT IS UNREADABLE"
        MOVE "????????" TO LRQ-HOLDER-PROGRAM
    ELSE
        DISPLAY "BATCH WINDOW HELD BY " LRQ-HOLDER-PROGRAM
            " SINCE " LRQ-HOLDER-DATE " " LRQ-HOLDER-TIME
    END-IF
    IF LRQ-CHECKPOINT-IS-LIVE THEN
        DISPLAY "WARNING: CHECKPT.DAT IS LIVE - A NUMVAL01 RESTART IS "
            "OUTSTANDING."
        DISPLAY "THE WINDOW WILL BE KEPT FOR THAT RESTART, NOT FREED; "
            "THE CHECKPOINT ITSELF IS LEFT AS IT IS."
    END-IF
    DISPLAY "MAKE SURE " LRQ-HOLDER-PROGRAM " IS NOT STILL RUNNING."
    DISPLAY "TYPE CLEAR TO RELEASE THE BATCH WINDOW: "
    ACCEPT WS-CONFIRM-INPUT
    IF WS-CONFIRM-INPUT NOT = "CLEAR" THEN
        DISPLAY "NOT CONFIRMED - BATCH WINDOW LEFT AS IT WAS"
        STOP RUN
    END-IF

    SET LRQ-CLEAR TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF LRQ-LOCK-ERROR THEN
        DISPLAY "BATCH WINDOW NOT CLEARED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF LRQ-KEPT-FOR-RESTART THEN
        MOVE "RE-KEPT" TO WS-OVERRIDE-ACTION
    END-IF
    PERFORM 1000-LOG-OVERRIDE
    IF LRQ-KEPT-FOR-RESTART THEN
        DISPLAY "CHECKPT.DAT IS LIVE - BATCH WINDOW RE-KEPT FOR THE "
            "NUMVAL01 RESTART BY " WS-OPERATOR-ID
    ELSE
        DISPLAY "BATCH WINDOW CLEARED BY " WS-OPERATOR-ID
    END-IF
    STOP RUN.

0020-VERIFY-SUPERVISOR.
    *> Same sign-on rule as SUSAPPR's 0020-VERIFY-APPROVER: on file,
    *> active, role A or B. No profile file fails closed.
    MOVE "N" TO WS-OPR-EOF-SWITCH
    MOVE "N" TO WS-OPR-VERIFIED-SWITCH
    OPEN INPUT OPERATOR-PROFILE-FILE
    IF WS-OPR-FILE-STATUS NOT = "00" THEN
        DISPLAY "ERROR: OPERPROF.DAT NOT AVAILABLE (FILE STATUS="
            WS-OPR-FILE-STATUS ") - OVERRIDE REFUSED"
    ELSE
        PERFORM UNTIL WS-OPR-EOF OR WS-OPR-VERIFIED
            READ OPERATOR-PROFILE-FILE
                AT END
                    SET WS-OPR-EOF TO TRUE
                NOT AT END
                    IF OPR-ID = WS-OPERATOR-ID
                    AND OPR-STATUS-ACTIVE
                    AND (OPR-ROLE-APPROVER OR OPR-ROLE-BOTH) THEN
                        SET WS-OPR-VERIFIED TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPERATOR-PROFILE-FILE
        IF NOT WS-OPR-VERIFIED THEN
            DISPLAY "ERROR: ID [" WS-OPERATOR-ID
                "] IS NOT AN ACTIVE SUPERVISOR - OVERRIDE REFUSED"
        END-IF
    END-IF.

1000-LOG-OVERRIDE.
    *> Create-empty-then-extend, the same as the audit log opens.
    OPEN EXTEND OVERRIDE-LOG-FILE
    IF WS-OVR-FILE-STATUS = "35" THEN
        OPEN OUTPUT OVERRIDE-LOG-FILE
    END-IF
    IF WS-OVR-FILE-STATUS NOT = "00" THEN
        DISPLAY "WARNING: CANNOT OPEN JOBCTLOV.TXT, FILE STATUS="
            WS-OVR-FILE-STATUS " - OVERRIDE NOT LOGGED"
    ELSE
        MOVE SPACES TO WS-OVERRIDE-LINE
        STRING FUNCTION CURRENT-DATE(1:8) " "
            FUNCTION CURRENT-DATE(9:6) " " WS-OVERRIDE-ACTION
            " BY " WS-OPERATOR-ID
            " HELD BY " LRQ-HOLDER-PROGRAM
            " SINCE " LRQ-HOLDER-DATE " " LRQ-HOLDER-TIME
            " CHECKPOINT LIVE " LRQ-CHECKPOINT-LIVE
            DELIMITED BY SIZE INTO WS-OVERRIDE-LINE
        WRITE WS-OVERRIDE-LINE
        CLOSE OVERRIDE-LOG-FILE
    END-IF.
