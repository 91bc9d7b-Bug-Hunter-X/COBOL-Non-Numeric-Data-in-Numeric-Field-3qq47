    *> Batch-window request - the parameter block every program passes
    *> to BATCHLCK (CALL "BATCHLCK" USING WS-LOCK-REQUEST) to take,
    *> test, or give back the shared batch window kept on JOBCTL.DAT
    *> (LOCKREC.CPY).
    *>
    *> LRQ-ACQUIRE takes the window for LRQ-PROGRAM - every program
    *> that writes a shared file does this first thing and gives it
    *> back with LRQ-RELEASE before each STOP RUN. LRQ-CHECK only
    *> tests it, for the read-only proofs that would report nonsense
    *> over a half-finished update (MSTPROOF, SUSROLL); LRQ-INQUIRE
    *> tests it without a word on the console, for the inquiries that
    *> merely warn. LRQ-CLEAR is LOCKCLR's operator override. On the
    *> way back LRQ-RESULT says what happened, and the LRQ-HOLDER-*
    *> fields describe whoever holds the window (or held it, on a
    *> refusal), with LRQ-CHECKPOINT-LIVE read fresh from CHECKPT.DAT.
    *>
    *> A program refused the window stops with RETURN-CODE 12 - BATCHLCK
    *> has already said who holds it and since when.
    01  WS-LOCK-REQUEST.
        05  LRQ-FUNCTION              PIC X(1).
            88  LRQ-ACQUIRE               VALUE "A".
            88  LRQ-CHECK                 VALUE "C".
            88  LRQ-INQUIRE               VALUE "I".
            88  LRQ-RELEASE               VALUE "R".
            88  LRQ-CLEAR                 VALUE "X".
        05  LRQ-PROGRAM               PIC X(8).
        05  LRQ-RESULT                PIC X(1).
            88  LRQ-GRANTED               VALUE "G".
            88  LRQ-WINDOW-BUSY           VALUE "B".
            88  LRQ-KEPT-FOR-RESTART      VALUE "K".
            88  LRQ-LOCK-ERROR            VALUE "E".
        05  LRQ-HOLDER-PROGRAM        PIC X(8).
        05  LRQ-HOLDER-DATE           PIC 9(8).
        05  LRQ-HOLDER-TIME           PIC 9(6).
        05  LRQ-CHECKPOINT-LIVE       PIC X(1).
            88  LRQ-CHECKPOINT-IS-LIVE    VALUE "Y".
