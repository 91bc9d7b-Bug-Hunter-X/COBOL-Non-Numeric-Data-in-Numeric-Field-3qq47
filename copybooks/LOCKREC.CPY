    *> Batch-window lock - the one record on JOBCTL.DAT while a program
    *> holds the window; an empty (or absent) file means the window is
    *> free. Only BATCHLCK reads or writes it (LOCKPARM.CPY is how the
    *> programs ask), and only LOCKCLR clears it by hand.
    *>
    *> LCK-HOLDER-PROGRAM is the PROGRAM-ID that took the window and
    *> LCK-SINCE-DATE/LCK-SINCE-TIME when it took it (YYYYMMDD and
    *> HHMMSS). LCK-CHECKPOINT-LIVE says whether NUMVAL01's CHECKPT.DAT
    *> held a restart point the last time the lock was written (Y or
    *> N), or - K, LCK-KEPT-FOR-RESTART - that a NUMVAL01 run stopped
    *> with its checkpoint live and gave the window back for its
    *> restart: the window stays held in its own name, so nothing else
    *> can move the suspense, audit or accepted positions the restart
    *> is going to truncate back to, and only that restart may take it.
    *> A holder that is still running never carries K. LOCKCLR over a
    *> live checkpoint writes K too, in NUMVAL01's name, instead of
    *> clearing the file.
    01  WS-LOCK-RECORD.
        05  LCK-HOLDER-PROGRAM        PIC X(8).
        05  LCK-SINCE-DATE            PIC 9(8).
        05  LCK-SINCE-TIME            PIC 9(6).
        05  LCK-CHECKPOINT-LIVE       PIC X(1).
            88  LCK-CHECKPOINT-IS-LIVE    VALUE "Y" "K".
            88  LCK-KEPT-FOR-RESTART      VALUE "K".
