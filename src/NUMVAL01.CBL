*> validation and carry the feed's run controls, which this run now
*> enforces instead of displaying and discarding: the header's
*> HDR-RUN-DATE must match the expected business date, its HDR-RUN-ID
*> must not be one of the ids reserved for our own postings (the
*> posting generation's segment ids and the "RF" refeed marker), and
*> must not already appear in the persistent run register (RUNREG.DAT -
*> a re-sent or double-delivered feed is refused outright, not
*> silently double-counted, and so is one dated on or before the
*> horizon HOUSEKP leaves when it cuts old entries to history), and
*> the trailer's record count and WS-FIELD-A hash total must
*> balance against what this run actually read and accumulated for
*> that feed before it is accepted and its run id registered. DATAIN.DAT can carry SEVERAL header/trailer-
*> bracketed feeds in one night - one per regional source system -
*> each balanced against its own controls, registered separately, and
*> trended separately through its own run-history record; a feed that
*> the ledger can run the same trailer-balancing discipline against us
*> that we run against our source.
*>
*> Every movement the posting pass applies to the master - a posting
*> or re-fed correction added, a reversal backed out - is also written
*> to the keyed posting journal (POSTJRNL.DAT, JRNLREC.CPY) with the
*> balance it left behind, so MSTINQ can print a line-item statement
*> that ties to the master instead of the back office rebuilding one
*> from old ACCEPTED.DAT copies. The same pass appends the accepted
*> records it replays to the day's posting generation
*> (POSTyyyymmdd.DAT, PGENREC.CPY) as one trailer-balanced segment,
*> so MSTRCVR can rebuild a lost master forward from its last
*> MSTCLOSE snapshot.
*>
*> Every accepted feed gets a reject return file back
*> (RETiiyyyymmdd.DAT for its header's run id and date, RETNREC.CPY),
*> rebuilt whole at the end of the run like the extract: each record
*> suspended out of that feed - at validation or, for a reversal, at
*> posting - with its original images, record type, item key and a
*> readable reason, followed by the source's earlier items SUSAGE has
*> since written off (RETPEND.DAT, RETQREC.CPY), all inside a
*> header/trailer with count and hash in the EXTRACT.DAT discipline.
*>
*> A detail or reversal that passes every field edit is still held
*> back when the same WS-FIELD-B / WS-FIELD-A / WS-FIELD-C has already
*> been accepted inside the duplicate window (DUPWIN.DAT, DUPWREC.CPY,
*> DUPLICATE-WINDOW days on NUMVAL01.PRM) - twice in one feed, or in
*> an earlier night's feed under another run id - and is suspended as
*> SUS-REASON-DUPLICATE for a person to judge instead of posting the
*> same amount twice. The window follows the accepted file through
*> every restart and refusal rollback (0067-TRUNCATE-ACCEPTED-FILE).
*>
*> A record that passes every edit can still be held: a detail or
*> reversal whose WS-FIELD-A exceeds its account's own hold threshold
*> (ARF-HOLD-THRESHOLD on the account reference) or, for an account
*> with none, the global HOLD-THRESHOLD card is suspended as
*> SUS-REASON-HELD instead of posting, and only reaches the master
*> and the ledger extract once an approver with the authority for the
*> amount releases it through SUSAPPR.
*>
*> An account ACCTXFER has merged into another is closed on the
*> master (MST-ACCOUNT-CLOSED) but may well still be on the account
*> reference. A record for it passes every field edit and is then
*> suspended as SUS-REASON-ACCT-CLOSED, naming the surviving account,
*> instead of posting balance back onto the closed one - or, once the
*> closed record is gone, quietly recreating it. The master is opened
*> for reading alongside the reference for that one keyed read; a
*> master that will not open disables the check with a warning, the
*> same as the reference.
*>
*> Run messaging goes to RUNLOG.TXT with severity letters (E/W/I/D)
*> through 8100-WRITE-RUN-LOG - per-record detail only under the
*> LOG-DEBUG card, errors and warnings always (and mirrored to the
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XRG-FILE-STATUS.

    *> Reject return file to a source system - see RETNREC.CPY.
    *> Dynamic ASSIGN: RETiiyyyymmdd.DAT for each feed accepted this
    *> run, rebuilt whole.
    SELECT RETURN-FILE ASSIGN TO WS-RETURN-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RTN-FILE-STATUS.

    *> SUSAGE's write-offs waiting to go back to their source
    *> (RETQREC.CPY), re-stamped through RETPEND.NEW and renamed back
    *> each run - the same copy-then-rename idiom as the truncations.
    SELECT RETURN-QUEUE-FILE ASSIGN TO "RETPEND.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RTQ-FILE-STATUS.

    SELECT RETURN-QUEUE-NEW-FILE ASSIGN TO "RETPEND.NEW"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RTQ-NEW-FILE-STATUS.

    *> Book of record for validated positions, keyed on the account
    *> identifier carried in WS-FIELD-B - see MASTREC.CPY.
    SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
        RECORD KEY IS MST-ACCOUNT-ID
        FILE STATUS IS WS-MST-FILE-STATUS.

    *> One entry per master movement, written alongside each posting
    *> - see JRNLREC.CPY. Keyed, so MSTINQ reads one account's entries
    *> back in date order without a scan.
    SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTJRNL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS JRN-KEY
        FILE STATUS IS WS-JRN-FILE-STATUS.

    *> The day's posting generation (PGENREC.CPY) - every record the
    *> posting pass replays into the master is kept here as well, so
    *> MSTRCVR can replay it again from the period snapshot if the
    *> master is ever lost. Dynamic ASSIGN: POSTyyyymmdd.DAT for the
    *> posting date, appended.
    SELECT POSTING-GENERATION-FILE ASSIGN TO WS-GENERATION-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PGN-FILE-STATUS.

    *> Recently accepted records, for the duplicate check - see
    *> DUPWREC.CPY. Dynamic: one START per detail, a sequential purge
    *> of expired entries at open.
    SELECT DUPLICATE-WINDOW-FILE ASSIGN TO "DUPWIN.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DUP-KEY
        FILE STATUS IS WS-DUP-FILE-STATUS.

    *> Keyed list of account ids allowed to post (ACCTREF.CPY),
    *> rebuilt by ACCTLOAD outside the nightly window. One keyed read
    *> per detail record - a known-good account never pays a scan.
01  WS-EXC-TRUNC-LINE              PIC X(80).

FD  AUDIT-LOG-TRUNC-FILE.
01  WS-AUDIT-TRUNC-LINE            PIC X(64).

FD  RUN-REGISTER-FILE.
COPY "RUNREG.CPY".

FD  ACCEPTED-FILE.
COPY "DATREC.CPY" REPLACING ==WS-DATA-RECORD== BY ==WS-ACC-DATA-RECORD==
FD  EXTRACT-REGISTER-FILE.
COPY "EXTREG.CPY".

FD  RETURN-FILE.
COPY "RETNREC.CPY".

FD  RETURN-QUEUE-FILE.
COPY "RETQREC.CPY".

FD  RETURN-QUEUE-NEW-FILE.
01  WS-RETURN-QUEUE-NEW-RECORD     PIC X(49).

FD  MASTER-FILE.
COPY "MASTREC.CPY".

FD  POSTING-JOURNAL-FILE.
COPY "JRNLREC.CPY".

FD  POSTING-GENERATION-FILE.
COPY "PGENREC.CPY".

FD  DUPLICATE-WINDOW-FILE.
COPY "DUPWREC.CPY".

FD  ACCOUNT-REF-FILE.
COPY "ACCTREF.CPY".

01  WS-ACCT-KNOWN-SWITCH             PIC X VALUE "Y".
    88  WS-ACCT-KNOWN                    VALUE "Y".
    88  WS-ACCT-UNKNOWN                  VALUE "N".
    88  WS-ACCT-CLOSED                   VALUE "C".
01  WS-UNKNOWN-ACCT-COUNT            PIC 9(9) VALUE 0.

*> Closed-account check - the master opened INPUT for the validation
*> phases only (0035), closed again before the posting pass opens it
*> I-O. WS-ACCT-MERGED-INTO carries the surviving account of the
*> record just checked, for the suspense item and the report line.
01  WS-MST-LOOKUP-SWITCH             PIC X VALUE "N".
    88  WS-MST-LOOKUP-OPEN               VALUE "Y".
01  WS-ACCT-MERGED-INTO              PIC X(10) VALUE SPACES.
01  WS-CLOSED-ACCT-COUNT             PIC 9(9) VALUE 0.

*> Duplicate-detail window. DUPLICATE-WINDOW 0 switches the check off
*> (the file is then neither read nor maintained); a window file that
*> will not open does the same with a warning, like ACCTREF.DAT.
*> WS-DUP-MARKER-* carry the feed a truncation pass is reading
*> through, so a cut record's window key can be rebuilt.
01  WS-DUP-FILE-STATUS               PIC XX VALUE "00".
01  WS-DUP-AVAILABLE-SWITCH          PIC X VALUE "N".
    88  WS-DUP-AVAILABLE                 VALUE "Y".
01  WS-DUP-WINDOW-DAYS               PIC 9(3) VALUE 5.
01  WS-DUP-WINDOW-START              PIC 9(8) VALUE 0.
01  WS-DUPLICATE-SWITCH              PIC X VALUE "N".
    88  WS-DUPLICATE-FOUND               VALUE "Y".
01  WS-DUP-SCAN-SWITCH               PIC X VALUE "N".
    88  WS-DUP-SCAN-DONE                 VALUE "Y".
01  WS-DUP-MATCH-RUN-ID              PIC X(2) VALUE SPACES.
01  WS-DUP-MATCH-RUN-DATE            PIC 9(8) VALUE 0.
01  WS-DUP-MARKER-RUN-ID             PIC X(2) VALUE SPACES.
01  WS-DUP-MARKER-RUN-DATE           PIC 9(8) VALUE 0.
01  WS-DUP-SUSPENDED-COUNT           PIC 9(9) VALUE 0.
01  WS-DUP-EXPIRED-COUNT             PIC 9(9) VALUE 0.
01  WS-DUP-DROPPED-COUNT             PIC 9(9) VALUE 0.
01  WS-DUP-FAILED-COUNT              PIC 9(9) VALUE 0.

*> Large-value hold. WS-HOLD-THRESHOLD is the global limit from the
*> HOLD-THRESHOLD card (zero = no global limit); the account's own
*> ARF-HOLD-THRESHOLD, captured by 2350 when the reference is read,
*> takes precedence whenever it is non-zero.
01  WS-HOLD-THRESHOLD                PIC 9(5) VALUE 0.
01  WS-ACCT-HOLD-THRESHOLD           PIC 9(5) VALUE 0.
01  WS-HOLD-LIMIT-APPLIED            PIC 9(5) VALUE 0.
01  WS-HOLD-LIMIT-SOURCE             PIC X(6) VALUE SPACES.
01  WS-HOLD-SWITCH                   PIC X VALUE "N".
    88  WS-HOLD-FOUND                    VALUE "Y".
01  WS-HELD-COUNT                    PIC 9(9) VALUE 0.

01  WS-RECORD-IMAGE-DISPLAY         PIC X(20).
01  WS-IMAGE-INDEX                  PIC 9(2) VALUE 0.

01  WS-EXPECTED-RUN-DATE             PIC 9(8) VALUE 0.
01  WS-FEED-RUN-DATE                 PIC 9(8) VALUE 0.
01  WS-FEED-RUN-ID                   PIC X(2) VALUE SPACES.
    88  WS-FEED-RUN-ID-RESERVED          VALUE "NV" "LR" "CL" "TR" "RF".
01  WS-SUSP-FIELD-A-SUM              PIC 9(11) VALUE 0.
01  WS-UNREADABLE-COUNT              PIC 9(9) VALUE 0.
01  WS-EXPECTED-FIELD-A-TOTAL        PIC 9(11) VALUE 0.
    88  WS-REG-EOF                       VALUE "Y".
01  WS-REG-DUPLICATE-SWITCH          PIC X VALUE "N".
    88  WS-REG-DUPLICATE                 VALUE "Y".
*> Set with WS-REG-DUPLICATE when the feed is dated on or before
*> the horizon HOUSEKP left on the register (RUNREG.CPY): its run id
*> may have been cut to history, so it is refused as a duplicate.
01  WS-REG-PAST-HORIZON-SWITCH       PIC X VALUE "N".
    88  WS-REG-PAST-HORIZON              VALUE "Y".
01  WS-REG-HORIZON-DATE              PIC 9(8) VALUE 0.

01  WS-ACC-FILE-STATUS               PIC XX VALUE "00".
01  WS-ACC-TRUNC-FILE-STATUS         PIC XX VALUE "00".
01  WS-REV-POSTED-SUM                PIC 9(11) VALUE 0.
01  WS-REV-SUSPENDED-COUNT           PIC 9(9) VALUE 0.

*> Posting-journal state. The caller of 3460-WRITE-POSTING-JOURNAL
*> says what kind of movement it just applied and by how much; the
*> account, date, run id and resulting balance come off the master
*> record it has just written. WS-JRN-SEQUENCE is this execution's
*> key counter - see JRNLREC.CPY. WS-JRN-CLOCK is one reading of the
*> clock for the entry's time of posting: should the clock have
*> passed midnight since the master was stamped, the entry keeps the
*> stamped date and the last moment of that day, so it still sorts
*> after the entries that day posted before it.
01  WS-JRN-FILE-STATUS               PIC XX VALUE "00".
01  WS-JRN-SEQUENCE                  PIC 9(9) VALUE 0.
01  WS-JRN-CLOCK.
    05  WS-JRN-CLOCK-DATE            PIC 9(8).
    05  WS-JRN-CLOCK-TIME            PIC 9(8).
01  WS-JRN-MOVEMENT-TYPE             PIC X(1) VALUE SPACE.
01  WS-JRN-DIRECTION                 PIC X(1) VALUE SPACE.
01  WS-JRN-AMOUNT                    PIC 9(11) VALUE 0.
01  WS-JRN-WRITTEN-COUNT             PIC 9(9) VALUE 0.
01  WS-JRN-FAILED-COUNT              PIC 9(9) VALUE 0.

*> Posting-generation state: the segment this run appends, with the
*> count and hash its trailer carries (see PGENREC.CPY).
01  WS-PGN-FILE-STATUS               PIC XX VALUE "00".
01  WS-GENERATION-NAME               PIC X(21) VALUE SPACES.
01  WS-PGN-POST-DATE                 PIC 9(8) VALUE 0.
01  WS-PGN-RECORD-COUNT              PIC 9(6) VALUE 0.
01  WS-PGN-FIELD-A-TOTAL             PIC 9(9) VALUE 0.
01  WS-PGN-FAILED-COUNT              PIC 9(9) VALUE 0.

*> Extract controls are totalled during the extract pass itself, over
*> the records actually going into EXTRACT.DAT, so the trailer we
*> generate is self-consistent with the file's contents by construction
01  WS-XRG-DUPLICATE-SWITCH          PIC X VALUE "N".
    88  WS-XRG-DUPLICATE                 VALUE "Y".

*> Reject return files. WS-RUN-START-SUS-KEY is the suspense
*> high-water key as this run first found it (checkpointed, so a
*> restart still knows it): every item above it was suspended by this
*> run. The feeds to return to are the ones whose markers stand in
*> ACCEPTED.DAT - a refused feed's marker went with its rollback.
01  WS-RTN-FILE-STATUS               PIC XX VALUE "00".
01  WS-RTQ-FILE-STATUS               PIC XX VALUE "00".
01  WS-RTQ-NEW-FILE-STATUS           PIC XX VALUE "00".
01  WS-RETURN-NAME                   PIC X(21) VALUE SPACES.
01  WS-RETURN-QUEUE-OLD-NAME         PIC X(21) VALUE "RETPEND.DAT".
01  WS-RETURN-QUEUE-NEW-NAME         PIC X(21) VALUE "RETPEND.NEW".
01  WS-RUN-START-SUS-KEY             PIC 9(9) VALUE 0.
01  WS-RUN-START-KNOWN-SWITCH        PIC X VALUE "Y".
    88  WS-RUN-START-KNOWN               VALUE "Y".
01  WS-RTN-FEED-COUNT                PIC 9(2) COMP VALUE 0.
01  WS-RTN-FEED-IX                   PIC 9(2) COMP VALUE 0.
01  WS-RTQ-MATCH-IX                  PIC 9(2) COMP VALUE 0.
01  WS-RTN-FEED-TABLE.
    05  WS-RTN-FEED OCCURS 20.
        10  RTF-RUN-ID             PIC X(2).
        10  RTF-RUN-DATE           PIC 9(8).
01  WS-RTQ-AVAILABLE-SWITCH          PIC X VALUE "N".
    88  WS-RTQ-AVAILABLE                 VALUE "Y".
01  WS-RTQ-EOF-SWITCH                PIC X VALUE "N".
    88  WS-RTQ-EOF                       VALUE "Y".
01  WS-RTN-SUS-EOF-SWITCH            PIC X VALUE "N".
    88  WS-RTN-SUS-EOF                   VALUE "Y".
01  WS-RTN-SUSPENDED-COUNT           PIC 9(6) VALUE 0.
01  WS-RTN-WRITEOFF-COUNT            PIC 9(6) VALUE 0.
01  WS-RTN-FIELD-A-TOTAL             PIC 9(9) VALUE 0.
01  WS-RTN-FILES-WRITTEN             PIC 9(4) VALUE 0.
01  WS-RTQ-DROPPED-COUNT             PIC 9(9) VALUE 0.

*> Day-over-day variance check against the prior run's history record.
*> A record-count or WS-FIELD-A-SUM swing beyond the threshold goes to
*> the exception report and the console - a half-empty feed should not
*> delete)/0075-TRUNCATE-EXCEPTION-REPORT/0055-TRUNCATE-AUDIT-LOG
*> discard on a restart so a crashed run's post-checkpoint writes are
*> not replayed. For the keyed suspense file the "count" is the
*> high-water item key - every key up to it has been issued, though
*> HOUSEKP may since have archived some below it (see SUSPREC.CPY).
01  WS-CKP-SUS-COUNT                 PIC 9(9) VALUE 0.
01  WS-CKP-EXC-COUNT                 PIC 9(9) VALUE 0.
01  WS-CKP-AUD-COUNT                 PIC 9(9) VALUE 0.
01  WS-RENAME-RC-EDIT                PIC -(8)9.
01  WS-LOG-COUNT-EDIT                PIC Z(10)9.

COPY "LOCKPARM.CPY".

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0005-ACQUIRE-BATCH-WINDOW
    *> The expected business date defaults to today's date; when the
    *> holiday calendar is on file and the preceding day was a weekend
    *> or holiday, 0025 replaces that with the previous business day
    PERFORM 0023-LOAD-HOLIDAY-CALENDAR
    PERFORM 0025-DERIVE-BUSINESS-DATE
    PERFORM 0030-OPEN-ACCOUNT-REF
    PERFORM 0035-OPEN-MASTER-LOOKUP

    OPEN INPUT INPUT-FILE
    IF WS-INP-FILE-STATUS NOT = "00" THEN
        IF WS-LOG-OPEN THEN
            CLOSE RUN-LOG-FILE
        END-IF
        PERFORM 9900-RELEASE-BATCH-WINDOW
        STOP RUN
    END-IF

    PERFORM 0090-READ-CHECKPOINT
    PERFORM 0060-OPEN-SUSPENSE-FILE
    PERFORM 0068-OPEN-DUPLICATE-WINDOW
    PERFORM 0062-OPEN-ACCEPTED-FILE
    PERFORM 0070-OPEN-EXCEPTION-REPORT
    PERFORM 0050-OPEN-AUDIT-LOG
    *> the master. A run refused at the header or trailer stops before
    *> ever reaching this point, so a bad feed posts nothing.
    CLOSE ACCEPTED-FILE
    PERFORM 0038-CLOSE-MASTER-LOOKUP
    PERFORM 3400-POST-ACCEPTED-TO-MASTER
    PERFORM 3500-WRITE-LEDGER-EXTRACT
    PERFORM 3560-WRITE-RETURN-FILES

    PERFORM 3000-WRITE-EXCEPTION-SUMMARY
    PERFORM 3100-WRITE-CONTROL-TOTALS
    IF WS-ARF-AVAILABLE THEN
        CLOSE ACCOUNT-REF-FILE
    END-IF
    IF WS-DUP-AVAILABLE THEN
        CLOSE DUPLICATE-WINDOW-FILE
    END-IF

    PERFORM 9100-WRITE-OPERATOR-SUMMARY
    IF WS-LOG-OPEN THEN
        CLOSE RUN-LOG-FILE
    END-IF
    PERFORM 9900-RELEASE-BATCH-WINDOW
    STOP RUN.

0005-ACQUIRE-BATCH-WINDOW.
    *> Nothing is opened until the shared batch window is ours -
    *> see BATCHLCK.
    MOVE "NUMVAL01" TO LRQ-PROGRAM
    SET LRQ-ACQUIRE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST
    IF NOT LRQ-GRANTED THEN
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

0015-OPEN-RUN-LOG.
    *> A run that cannot open its own log still runs - E/W messages
    *> keep reaching the console through 8100 either way - but says so.
                WHEN "LOG-DEBUG"
                    COMPUTE WS-LOG-DEBUG =
                        FUNCTION NUMVAL(WS-PRM-VALUE)
                WHEN "DUPLICATE-WINDOW"
                    COMPUTE WS-DUP-WINDOW-DAYS =
                        FUNCTION NUMVAL(WS-PRM-VALUE)
                WHEN "HOLD-THRESHOLD"
                    COMPUTE WS-HOLD-THRESHOLD =
                        FUNCTION NUMVAL(WS-PRM-VALUE)
                WHEN OTHER
                    MOVE "W" TO WS-LOG-SEVERITY
                    MOVE SPACES TO WS-LOG-TEXT
            PERFORM 8100-WRITE-RUN-LOG
    END-EVALUATE.

0035-OPEN-MASTER-LOOKUP.
    *> No master at all is a first night - nothing can have been
    *> closed yet, and the posting pass creates it. Any other failure
    *> turns the closed-account check off for the night, loudly, like
    *> an unreadable reference; the posting pass will meet the same
    *> master and decide for itself.
    OPEN INPUT MASTER-FILE
    EVALUATE WS-MST-FILE-STATUS
        WHEN "00"
            SET WS-MST-LOOKUP-OPEN TO TRUE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            MOVE "W" TO WS-LOG-SEVERITY
            MOVE SPACES TO WS-LOG-TEXT
            STRING "MASTER.DAT UNREADABLE, FILE STATUS="
                WS-MST-FILE-STATUS
                " - CLOSED-ACCOUNT CHECK DISABLED"
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM 8100-WRITE-RUN-LOG
    END-EVALUATE.

0038-CLOSE-MASTER-LOOKUP.
    IF WS-MST-LOOKUP-OPEN THEN
        CLOSE MASTER-FILE
        MOVE "N" TO WS-MST-LOOKUP-SWITCH
    END-IF.

0050-OPEN-AUDIT-LOG.
    *> SEQUENTIAL cannot EXTEND a file that does not exist yet - create
    *> it (empty) on the very first run, otherwise leave prior runs'
    *> open I-O for the whole run: new items are keyed WRITEs, and a
    *> rollback (restart or feed refusal) is a keyed DELETE of the
    *> items above the cut point - no copy, no rename.
    *> WS-SUS-RECORDS-WRITTEN is the high-water item key - the count
    *> of keys ever issued, which HOUSEKP's archiving never lowers
    *> (see SUSPREC.CPY): the sweep in 0063 finds where the file
    *> really stands, and on a restart 0065 then deletes back down to
    *> the checkpointed position so post-checkpoint items are not
    IF WS-RESTART-SKIP-COUNT > 0 THEN
        MOVE WS-CKP-SUS-COUNT TO WS-TRUNC-TARGET-COUNT
        PERFORM 0065-TRUNCATE-SUSPENSE-FILE
    ELSE
        MOVE WS-SUS-RECORDS-WRITTEN TO WS-RUN-START-SUS-KEY
        SET WS-RUN-START-KNOWN TO TRUE
    END-IF.

0063-FIND-SUSPENSE-HIGH-KEY.
0065-TRUNCATE-SUSPENSE-FILE.
    *> Keyed rollback: delete every item above WS-TRUNC-TARGET-COUNT
    *> (the last checkpoint's position on a restart, or the refused
    *> feed's start position on a feed rollback). Keys above the cut
    *> are contiguous - only this run writes them, and HOUSEKP's
    *> archiving gaps are all below any cut point - so walking the
    *> high-water mark down one key at a time reaches exactly the
    *> items the crashed run (or the refused feed) wrote.
    PERFORM UNTIL WS-SUS-RECORDS-WRITTEN <= WS-TRUNC-TARGET-COUNT
        MOVE WS-SUS-RECORDS-WRITTEN TO SUS-ITEM-KEY
        DELETE SUSPENSE-FILE RECORD

0067-TRUNCATE-ACCEPTED-FILE.
    *> Same truncate-then-rename idiom as
    *> 0075-TRUNCATE-EXCEPTION-REPORT. The feed markers are followed
    *> on the way through, and when the duplicate window is in use the
    *> records past the cut are read too, so each one's window entry
    *> goes with it (0069).
    MOVE 0 TO WS-TRUNC-COUNT
    MOVE "N" TO WS-TRUNC-EOF-SWITCH
    MOVE SPACES TO WS-DUP-MARKER-RUN-ID
    MOVE 0 TO WS-DUP-MARKER-RUN-DATE
    OPEN INPUT ACCEPTED-FILE
    IF WS-ACC-FILE-STATUS = "00" THEN
        OPEN OUTPUT ACCEPTED-FILE-TRUNC
                NOT AT END
                    WRITE WS-ACCEPTED-TRUNC-LINE
                    ADD 1 TO WS-TRUNC-COUNT
                    IF RT-ACC-HEADER THEN
                        MOVE HDR-ACC-RUN-ID TO WS-DUP-MARKER-RUN-ID
                        MOVE HDR-ACC-RUN-DATE TO WS-DUP-MARKER-RUN-DATE
                    END-IF
            END-READ
        END-PERFORM
        IF WS-DUP-AVAILABLE THEN
            MOVE 0 TO WS-DUP-DROPPED-COUNT
            PERFORM UNTIL WS-TRUNC-EOF
                READ ACCEPTED-FILE
                    AT END
                        SET WS-TRUNC-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-TRUNC-COUNT
                        PERFORM 0069-DROP-WINDOW-ENTRY
                END-READ
            END-PERFORM
            IF WS-DUP-DROPPED-COUNT > 0 THEN
                MOVE WS-DUP-DROPPED-COUNT TO WS-LOG-COUNT-EDIT
                MOVE "I" TO WS-LOG-SEVERITY
                MOVE SPACES TO WS-LOG-TEXT
                STRING "DUPLICATE WINDOW: " WS-LOG-COUNT-EDIT
                    " ENTRIES ROLLED BACK WITH ACCEPTED.DAT"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                PERFORM 8100-WRITE-RUN-LOG
            END-IF
        END-IF
        CLOSE ACCEPTED-FILE
        CLOSE ACCEPTED-FILE-TRUNC
        CALL "CBL_RENAME_FILE" USING WS-ACCEPTED-TRUNC-NAME
        CLOSE ACCEPTED-FILE
    END-IF.

0068-OPEN-DUPLICATE-WINDOW.
    *> Opened before the accepted file, so a restart's truncation of
    *> ACCEPTED.DAT can take the cut records' window entries with it.
    *> The window is measured back from the business date, not the
    *> run date, so a delayed rerun still sees the nights before the
    *> feed it is processing; entries older than that are purged here,
    *> one pass over the file, before anything is checked against it.
    IF WS-DUP-WINDOW-DAYS = 0 THEN
        MOVE "I" TO WS-LOG-SEVERITY
        MOVE "DUPLICATE-WINDOW 0 - DUPLICATE DETAIL CHECK OFF"
            TO WS-LOG-TEXT
        PERFORM 8100-WRITE-RUN-LOG
    ELSE
        COMPUTE WS-DUP-WINDOW-START = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-EXPECTED-RUN-DATE)
            - WS-DUP-WINDOW-DAYS)
        OPEN I-O DUPLICATE-WINDOW-FILE
        IF WS-DUP-FILE-STATUS = "35" THEN
            OPEN OUTPUT DUPLICATE-WINDOW-FILE
            CLOSE DUPLICATE-WINDOW-FILE
            OPEN I-O DUPLICATE-WINDOW-FILE
        END-IF
        IF WS-DUP-FILE-STATUS = "00" THEN
            SET WS-DUP-AVAILABLE TO TRUE
            MOVE "N" TO WS-DUP-SCAN-SWITCH
            PERFORM UNTIL WS-DUP-SCAN-DONE
                READ DUPLICATE-WINDOW-FILE NEXT RECORD
                    AT END
                        SET WS-DUP-SCAN-DONE TO TRUE
                    NOT AT END
                        IF DUP-RUN-DATE < WS-DUP-WINDOW-START THEN
                            DELETE DUPLICATE-WINDOW-FILE RECORD
                                INVALID KEY
                                    CONTINUE
                            END-DELETE
                            ADD 1 TO WS-DUP-EXPIRED-COUNT
                        END-IF
                END-READ
            END-PERFORM
            MOVE WS-DUP-EXPIRED-COUNT TO WS-LOG-COUNT-EDIT
            MOVE "I" TO WS-LOG-SEVERITY
            MOVE SPACES TO WS-LOG-TEXT
            STRING "DUPLICATE WINDOW FROM " WS-DUP-WINDOW-START
                ", " WS-LOG-COUNT-EDIT " EXPIRED ENTRIES PURGED"
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM 8100-WRITE-RUN-LOG
        ELSE
            MOVE "W" TO WS-LOG-SEVERITY
            MOVE SPACES TO WS-LOG-TEXT
            STRING "CANNOT OPEN DUPWIN.DAT, FILE STATUS="
                WS-DUP-FILE-STATUS " - DUPLICATE DETAIL CHECK OFF"
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM 8100-WRITE-RUN-LOG
        END-IF
    END-IF.

0069-DROP-WINDOW-ENTRY.
    *> A record past the cut point: rebuild the key 2570 gave it - its
    *> own fields, the feed marker above it, its position in the file -
    *> and delete the entry. Not there is not an error: the crash may
    *> have come between the accepted write and the window write.
    IF RT-ACC-HEADER THEN
        MOVE HDR-ACC-RUN-ID TO WS-DUP-MARKER-RUN-ID
        MOVE HDR-ACC-RUN-DATE TO WS-DUP-MARKER-RUN-DATE
    ELSE
        MOVE WS-ACC-FIELD-B TO DUP-FIELD-B
        MOVE WS-ACC-FIELD-A TO DUP-FIELD-A
        MOVE WS-ACC-FIELD-C TO DUP-RECORD-TYPE
        MOVE WS-DUP-MARKER-RUN-DATE TO DUP-RUN-DATE
        MOVE WS-DUP-MARKER-RUN-ID TO DUP-RUN-ID
        MOVE WS-TRUNC-COUNT TO DUP-ACC-POSITION
        DELETE DUPLICATE-WINDOW-FILE RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD 1 TO WS-DUP-DROPPED-COUNT
        END-DELETE
    END-IF.

0070-OPEN-EXCEPTION-REPORT.
    IF WS-RESTART-SKIP-COUNT > 0 THEN
        PERFORM 0075-TRUNCATE-EXCEPTION-REPORT
                    TO WS-FEED-START-AUD-COUNT
                MOVE CKP-FEEDS-ACCEPTED TO WS-FEEDS-ACCEPTED-COUNT
                MOVE CKP-FEEDS-REFUSED TO WS-FEEDS-REFUSED-COUNT
                IF CKP-RUN-START-SUS-KEY IS NUMERIC THEN
                    MOVE CKP-RUN-START-SUS-KEY TO WS-RUN-START-SUS-KEY
                ELSE
                    MOVE "N" TO WS-RUN-START-KNOWN-SWITCH
                END-IF
        END-READ
        CLOSE CHECKPOINT-FILE
    END-IF.
    MOVE WS-FEED-START-AUD-COUNT TO CKP-FEED-START-AUD-COUNT
    MOVE WS-FEEDS-ACCEPTED-COUNT TO CKP-FEEDS-ACCEPTED
    MOVE WS-FEEDS-REFUSED-COUNT TO CKP-FEEDS-REFUSED
    MOVE WS-RUN-START-SUS-KEY TO CKP-RUN-START-SUS-KEY
    MOVE CT-REVERSAL-RECORDS-READ TO CKP-REVERSAL-RECORDS-READ
    MOVE CT-REVERSAL-FIELD-A-SUM TO CKP-REVERSAL-FIELD-A-SUM
    MOVE WS-REV-POSTED-SUM TO CKP-REVERSAL-POSTED-SUM
        PERFORM 3950-CLOSE-FEED
    END-IF
    PERFORM 2405-OPEN-NEW-FEED
    *> Our own generation segment ids, and the refeed stream's marker,
    *> never come in on a source feed - one that does would post and
    *> replay as if it were ours.
    EVALUATE TRUE
        WHEN WS-FEED-RUN-ID-RESERVED
            MOVE SPACES TO WS-REPORT-LINE
            STRING "FEED REFUSED - RUN-ID " WS-FEED-RUN-ID " DATE "
                WS-FEED-RUN-DATE " IS RESERVED FOR OUR OWN POSTINGS"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            WRITE WS-REPORT-LINE
            ADD 1 TO WS-EXC-LINES-WRITTEN
            MOVE "E" TO WS-LOG-SEVERITY
            MOVE SPACES TO WS-LOG-TEXT
            STRING "RESERVED RUN-ID - FEED RUN-ID " WS-FEED-RUN-ID
                " DATE " WS-FEED-RUN-DATE " IS NOT A SOURCE FEED ID"
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM 8100-WRITE-RUN-LOG
            PERFORM 3900-REFUSE-FEED
        WHEN HDR-RUN-DATE NOT = WS-EXPECTED-RUN-DATE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "FEED REFUSED - HEADER RUN-DATE " HDR-RUN-DATE
                " IS NOT THE EXPECTED BUSINESS DATE"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            WRITE WS-REPORT-LINE
            ADD 1 TO WS-EXC-LINES-WRITTEN
            MOVE "E" TO WS-LOG-SEVERITY
            MOVE SPACES TO WS-LOG-TEXT
            STRING "STALE FEED - HEADER RUN-DATE " HDR-RUN-DATE
                " EXPECTED " WS-EXPECTED-RUN-DATE
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM 8100-WRITE-RUN-LOG
            PERFORM 3900-REFUSE-FEED
        WHEN OTHER
            PERFORM 2420-CHECK-RUN-REGISTER
            EVALUATE TRUE
                WHEN WS-REG-PAST-HORIZON
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING "FEED REFUSED - RUN-ID " WS-FEED-RUN-ID " DATE "
                        WS-FEED-RUN-DATE " IS OLDER THAN THE RUN REGISTER KEEPS"
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                    WRITE WS-REPORT-LINE
                    ADD 1 TO WS-EXC-LINES-WRITTEN
                    MOVE "E" TO WS-LOG-SEVERITY
                    MOVE SPACES TO WS-LOG-TEXT
                    STRING "STALE FEED - RUN-ID " WS-FEED-RUN-ID
                        " DATE " WS-FEED-RUN-DATE " ON OR BEFORE RUNREG.DAT "
                        "HORIZON " WS-REG-HORIZON-DATE
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                    PERFORM 8100-WRITE-RUN-LOG
                    PERFORM 3900-REFUSE-FEED
                WHEN WS-REG-DUPLICATE
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING "FEED REFUSED - RUN-ID " WS-FEED-RUN-ID " DATE "
                        WS-FEED-RUN-DATE " ALREADY PROCESSED"
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                    WRITE WS-REPORT-LINE
                    ADD 1 TO WS-EXC-LINES-WRITTEN
                    MOVE "E" TO WS-LOG-SEVERITY
                    MOVE SPACES TO WS-LOG-TEXT
                    STRING "DUPLICATE FEED - RUN-ID " WS-FEED-RUN-ID
                        " DATE " WS-FEED-RUN-DATE " IS ALREADY ON RUNREG.DAT"
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                    PERFORM 8100-WRITE-RUN-LOG
                    PERFORM 3900-REFUSE-FEED
                WHEN OTHER
                    *> The header goes into ACCEPTED.DAT as a feed marker, so
                    *> the posting and extract passes know which feed each
                    *> accepted record came from; a trailer-time refusal's
                    *> rollback removes it along with the feed's records.
                    WRITE WS-ACC-DATA-RECORD FROM WS-DATA-RECORD
                    ADD 1 TO WS-ACC-RECORDS-WRITTEN
            END-EVALUATE
    END-EVALUATE.

2405-OPEN-NEW-FEED.
    *> Reset every piece of per-feed state and remember where the

2420-CHECK-RUN-REGISTER.
    *> No register file yet just means no feed has ever been accepted -
    *> nothing can be a duplicate of nothing. A feed dated on or before
    *> HOUSEKP's horizon record counts as a duplicate too: the entry
    *> that would prove it new or old may have been cut to history.
    MOVE "N" TO WS-REG-EOF-SWITCH
    MOVE "N" TO WS-REG-DUPLICATE-SWITCH
    MOVE "N" TO WS-REG-PAST-HORIZON-SWITCH
    OPEN INPUT RUN-REGISTER-FILE
    IF WS-REG-FILE-STATUS = "00" THEN
        PERFORM UNTIL WS-REG-EOF OR WS-REG-DUPLICATE
                AT END
                    SET WS-REG-EOF TO TRUE
                NOT AT END
                    IF REG-HORIZON-MARKER THEN
                        IF WS-FEED-RUN-DATE <= REG-RUN-DATE THEN
                            MOVE REG-RUN-DATE TO WS-REG-HORIZON-DATE
                            SET WS-REG-PAST-HORIZON TO TRUE
                            SET WS-REG-DUPLICATE TO TRUE
                        END-IF
                    ELSE
                        IF REG-RUN-ID = WS-FEED-RUN-ID
                        AND REG-RUN-DATE = WS-FEED-RUN-DATE THEN
                            SET WS-REG-DUPLICATE TO TRUE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    MOVE WS-FIELD-A TO WS-FIELD-A-IMAGE
    PERFORM 2300-VALIDATE-FIELD-B
    PERFORM 2350-CHECK-ACCOUNT-REF
    PERFORM 2360-CHECK-DUPLICATE-WINDOW
    PERFORM 2370-CHECK-LARGE-VALUE

    IF WS-FIELD-A NUMERIC AND WS-FIELD-B-OK AND WS-ACCT-KNOWN
    AND NOT WS-DUPLICATE-FOUND AND NOT WS-HOLD-FOUND THEN
        IF WS-LOG-DEBUG = 1 THEN
            MOVE "D" TO WS-LOG-SEVERITY
            MOVE SPACES TO WS-LOG-TEXT
                WHEN WS-FIELD-B-BAD
                    MOVE "WS-FIELD-B FAILED CONTENT VALIDATION"
                        TO WS-LOG-TEXT
                WHEN WS-DUPLICATE-FOUND
                    MOVE "SUSPECTED DUPLICATE OF AN ACCEPTED RECORD"
                        TO WS-LOG-TEXT
                WHEN WS-HOLD-FOUND
                    MOVE "WS-FIELD-A OVER HOLD THRESHOLD - HELD"
                        TO WS-LOG-TEXT
                WHEN WS-ACCT-CLOSED
                    MOVE "WS-FIELD-B IS A CLOSED (MERGED) ACCOUNT"
                        TO WS-LOG-TEXT
                WHEN OTHER
                    MOVE "WS-FIELD-B NOT ON ACCOUNT REFERENCE"
                        TO WS-LOG-TEXT
            SET SUS-REASON-NONNUMERIC TO TRUE
        WHEN WS-FIELD-B-BAD
            SET SUS-REASON-BAD-FIELD-B TO TRUE
        WHEN WS-DUPLICATE-FOUND
            SET SUS-REASON-DUPLICATE TO TRUE
            ADD 1 TO WS-DUP-SUSPENDED-COUNT
        WHEN WS-HOLD-FOUND
            SET SUS-REASON-HELD TO TRUE
            ADD 1 TO WS-HELD-COUNT
        WHEN WS-ACCT-CLOSED
            SET SUS-REASON-ACCT-CLOSED TO TRUE
            ADD 1 TO WS-CLOSED-ACCT-COUNT
        WHEN OTHER
            SET SUS-REASON-UNKNOWN-ACCT TO TRUE
            ADD 1 TO WS-UNKNOWN-ACCT-COUNT
    MOVE SPACES TO SUS-ENTERED-BY
    MOVE SPACES TO SUS-APPROVED-BY
    MOVE SPACES TO SUS-REVIEW-REASON
    *> A duplicate's reviewer needs to know which earlier record it
    *> matched - the feed and date it arrived under.
    IF SUS-REASON-DUPLICATE THEN
        STRING "DUP OF " WS-DUP-MATCH-RUN-ID " "
            WS-DUP-MATCH-RUN-DATE
            DELIMITED BY SIZE INTO SUS-REVIEW-REASON
    END-IF
    *> And a held item's approver needs the limit it broke.
    IF SUS-REASON-HELD THEN
        STRING WS-HOLD-LIMIT-SOURCE DELIMITED BY SPACE
            " LIMIT " WS-HOLD-LIMIT-APPLIED
            DELIMITED BY SIZE INTO SUS-REVIEW-REASON
    END-IF
    *> And a closed account's corrector needs the account it went to.
    IF SUS-REASON-ACCT-CLOSED THEN
        STRING "MERGED TO " WS-ACCT-MERGED-INTO
            DELIMITED BY SIZE INTO SUS-REVIEW-REASON
    END-IF
    *> Carry the record-type code so a corrected reversal re-feeds as
    *> a reversal, not a posting.
    MOVE WS-FIELD-C TO SUS-RECORD-TYPE
    MOVE WS-FIELD-B TO AUD-FIELD-B
    MOVE SPACES TO AUD-ENTERED-BY
    MOVE SPACES TO AUD-APPROVED-BY
    MOVE SUS-ITEM-KEY TO AUD-ITEM-KEY
    MOVE SUS-REASON-CODE TO AUD-REASON-CODE
    WRITE WS-AUDIT-RECORD
    ADD 1 TO WS-AUD-RECORDS-WRITTEN.

    *> subset of the input stream, replayed into the master at end of
    *> run and the basis of anything handed downstream.
    WRITE WS-ACC-DATA-RECORD FROM WS-DATA-RECORD
    ADD 1 TO WS-ACC-RECORDS-WRITTEN
    IF WS-DUP-AVAILABLE THEN
        PERFORM 2570-RECORD-DUPLICATE-WINDOW
    END-IF.

2570-RECORD-DUPLICATE-WINDOW.
    *> Entered after the accepted write, never before - a crash between
    *> the two leaves an accepted record with no entry (harmless; the
    *> rollback's delete just finds nothing), never an entry with no
    *> record behind it. A re-fed correction is entered under the "RF"
    *> marker 0080 stamped into the accepted file. Key already on file
    *> means the identical record at the identical position is already
    *> entered (a second run under the same business date's refeed
    *> marker), which serves the check just as well.
    MOVE WS-FIELD-B TO DUP-FIELD-B
    MOVE WS-FIELD-A TO DUP-FIELD-A
    MOVE WS-FIELD-C TO DUP-RECORD-TYPE
    IF WS-IN-REFEED-MODE THEN
        MOVE WS-EXPECTED-RUN-DATE TO DUP-RUN-DATE
        MOVE "RF" TO DUP-RUN-ID
    ELSE
        MOVE WS-FEED-RUN-DATE TO DUP-RUN-DATE
        MOVE WS-FEED-RUN-ID TO DUP-RUN-ID
    END-IF
    MOVE WS-ACC-RECORDS-WRITTEN TO DUP-ACC-POSITION
    MOVE FUNCTION CURRENT-DATE(1:8) TO DUP-ACCEPTED-DATE
    WRITE WS-DUPLICATE-WINDOW-RECORD
    IF WS-DUP-FILE-STATUS NOT = "00" AND WS-DUP-FILE-STATUS NOT = "22"
        ADD 1 TO WS-DUP-FAILED-COUNT
        MOVE "W" TO WS-LOG-SEVERITY
        MOVE SPACES TO WS-LOG-TEXT
        STRING "DUPWIN.DAT WRITE FAILED, FILE STATUS="
            WS-DUP-FILE-STATUS " - ACCOUNT " WS-FIELD-B
            " NOT IN DUPLICATE WINDOW"
            DELIMITED BY SIZE INTO WS-LOG-TEXT
        PERFORM 8100-WRITE-RUN-LOG
    END-IF.

2200-WRITE-EXCEPTION-LINE.
    PERFORM 2250-BUILD-RECORD-IMAGE
            STRING "REJECT - WS-FIELD-B INVALID CONTENT: "
                WS-RECORD-IMAGE-DISPLAY
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        WHEN WS-DUPLICATE-FOUND
            STRING "REJECT - SUSPECTED DUPLICATE: "
                WS-RECORD-IMAGE-DISPLAY " SEE " WS-DUP-MATCH-RUN-ID
                " " WS-DUP-MATCH-RUN-DATE
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        WHEN WS-HOLD-FOUND
            STRING "HELD FOR REVIEW - OVER " DELIMITED BY SIZE
                WS-HOLD-LIMIT-SOURCE DELIMITED BY SPACE
                " LIMIT " WS-HOLD-LIMIT-APPLIED ": "
                WS-RECORD-IMAGE-DISPLAY
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        WHEN WS-ACCT-CLOSED
            STRING "REJECT - ACCOUNT CLOSED, MERGED TO "
                WS-ACCT-MERGED-INTO ": " WS-RECORD-IMAGE-DISPLAY
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        WHEN OTHER
            STRING "REJECT - ACCOUNT NOT ON REFERENCE: "
                WS-RECORD-IMAGE-DISPLAY
    *> its own merits first - and is skipped entirely when no
    *> reference is loaded (0030 has already said so once, loudly).
    SET WS-ACCT-KNOWN TO TRUE
    MOVE 0 TO WS-ACCT-HOLD-THRESHOLD
    MOVE SPACES TO WS-ACCT-MERGED-INTO
    IF WS-ARF-AVAILABLE
    AND WS-FIELD-A NUMERIC AND WS-FIELD-B-OK THEN
        MOVE WS-FIELD-B TO ARF-ACCOUNT-ID
        READ ACCOUNT-REF-FILE
            INVALID KEY
                SET WS-ACCT-UNKNOWN TO TRUE
            NOT INVALID KEY
                MOVE ARF-HOLD-THRESHOLD TO WS-ACCT-HOLD-THRESHOLD
        END-READ
    END-IF
    *> A known account may still have been merged away - the master
    *> says so. An account not on the master yet is simply new.
    IF WS-MST-LOOKUP-OPEN AND WS-ACCT-KNOWN
    AND WS-FIELD-A NUMERIC AND WS-FIELD-B-OK THEN
        MOVE WS-FIELD-B TO MST-ACCOUNT-ID
        READ MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF MST-ACCOUNT-CLOSED THEN
                    SET WS-ACCT-CLOSED TO TRUE
                    MOVE MST-MERGED-INTO-ID TO WS-ACCT-MERGED-INTO
                END-IF
        END-READ
    END-IF.

2360-CHECK-DUPLICATE-WINDOW.
    *> Only a record that would otherwise be accepted is worth the
    *> look, and only on the nightly file - a re-fed correction has
    *> already been through a person. One START on the matched fields,
    *> then the candidates in key order until the fields change; any
    *> candidate still inside the window is a suspected duplicate. An
    *> earlier record of this same feed matches like any other - it is
    *> entered the moment it is accepted.
    MOVE "N" TO WS-DUPLICATE-SWITCH
    IF WS-DUP-AVAILABLE AND NOT WS-IN-REFEED-MODE
    AND WS-FIELD-A NUMERIC AND WS-FIELD-B-OK AND WS-ACCT-KNOWN THEN
        MOVE WS-FIELD-B TO DUP-FIELD-B
        MOVE WS-FIELD-A TO DUP-FIELD-A
        MOVE WS-FIELD-C TO DUP-RECORD-TYPE
        MOVE 0 TO DUP-RUN-DATE
        MOVE LOW-VALUES TO DUP-RUN-ID
        MOVE 0 TO DUP-ACC-POSITION
        MOVE "N" TO WS-DUP-SCAN-SWITCH
        START DUPLICATE-WINDOW-FILE KEY >= DUP-KEY
            INVALID KEY
                SET WS-DUP-SCAN-DONE TO TRUE
        END-START
        PERFORM UNTIL WS-DUP-SCAN-DONE OR WS-DUPLICATE-FOUND
            READ DUPLICATE-WINDOW-FILE NEXT RECORD
                AT END
                    SET WS-DUP-SCAN-DONE TO TRUE
                NOT AT END
                    IF DUP-FIELD-B NOT = WS-FIELD-B
                    OR DUP-FIELD-A NOT = WS-FIELD-A
                    OR DUP-RECORD-TYPE NOT = WS-FIELD-C THEN
                        SET WS-DUP-SCAN-DONE TO TRUE
                    ELSE
                        IF DUP-RUN-DATE >= WS-DUP-WINDOW-START THEN
                            SET WS-DUPLICATE-FOUND TO TRUE
                            MOVE DUP-RUN-ID TO WS-DUP-MATCH-RUN-ID
                            MOVE DUP-RUN-DATE TO WS-DUP-MATCH-RUN-DATE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

2370-CHECK-LARGE-VALUE.
    *> Last of the checks, on a record every other check has passed:
    *> the account's own limit if it has one, else the global card,
    *> else no hold at all. A re-fed record is never held - an
    *> approver with the authority for its amount has already released
    *> it, whether it was held here or corrected through SUSMAINT.
    MOVE "N" TO WS-HOLD-SWITCH
    IF WS-ACCT-HOLD-THRESHOLD > 0 THEN
        MOVE WS-ACCT-HOLD-THRESHOLD TO WS-HOLD-LIMIT-APPLIED
        MOVE "ACCT" TO WS-HOLD-LIMIT-SOURCE
    ELSE
        MOVE WS-HOLD-THRESHOLD TO WS-HOLD-LIMIT-APPLIED
        MOVE "GLOBAL" TO WS-HOLD-LIMIT-SOURCE
    END-IF
    IF WS-HOLD-LIMIT-APPLIED > 0 AND NOT WS-IN-REFEED-MODE
    AND WS-FIELD-A NUMERIC AND WS-FIELD-B-OK AND WS-ACCT-KNOWN
    AND NOT WS-DUPLICATE-FOUND THEN
        IF WS-FIELD-A > WS-HOLD-LIMIT-APPLIED THEN
            SET WS-HOLD-FOUND TO TRUE
        END-IF
    END-IF.

3000-WRITE-EXCEPTION-SUMMARY.
    MOVE SPACES TO WS-REPORT-LINE
    MOVE CT-RECORDS-FAILED TO WS-EXCEPTION-COUNT-EDIT
    *> applied records. The window is the few seconds of this pass,
    *> against a whole-run window if posting happened per-record;
    *> operations should restore MASTER.DAT from the prior night's
    *> backup before restarting a run that died inside the loop itself
    *> (and POSTJRNL.DAT with it - its entries are written in the same
    *> loop, one per movement). The posting generation needs nothing:
    *> the dead pass's segment never got its trailer, so MSTRCVR will
    *> not replay it, and the restart writes a complete one.
    IF WS-MST-POSTED THEN
        MOVE "I" TO WS-LOG-SEVERITY
        MOVE "MASTER ALREADY POSTED BEFORE RESTART - PHASE SKIPPED"
        PERFORM 9050-ABORT-POSTING-PHASE
    ELSE
        PERFORM 3410-OPEN-MASTER-FILE
        PERFORM 3450-OPEN-POSTING-JOURNAL
        PERFORM 3470-OPEN-POSTING-GENERATION
        IF WS-MST-FILE-STATUS = "00" THEN
            PERFORM UNTIL WS-ACC-EOF
                READ ACCEPTED-FILE
                    AT END
                        SET WS-ACC-EOF TO TRUE
                    NOT AT END
                        PERFORM 3475-WRITE-GENERATION-RECORD
                        *> Feed markers (the headers 2410 and the
                        *> refeed phase wrote through) say which feed
                        *> the records that follow came from - the id
                END-READ
            END-PERFORM
            CLOSE MASTER-FILE
            CLOSE POSTING-JOURNAL-FILE
            PERFORM 3480-CLOSE-POSTING-GENERATION
            SET WS-MST-POSTED TO TRUE
            PERFORM 1100-WRITE-CHECKPOINT
            MOVE "I" TO WS-LOG-SEVERITY
                WS-REV-SUSPENDED-COUNT " REVERSALS SUSPENDED"
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM 8100-WRITE-RUN-LOG
            MOVE "I" TO WS-LOG-SEVERITY
            MOVE SPACES TO WS-LOG-TEXT
            STRING "POSTING JOURNAL: " WS-JRN-WRITTEN-COUNT
                " ENTRIES WRITTEN, " WS-JRN-FAILED-COUNT " FAILED"
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM 8100-WRITE-RUN-LOG
            MOVE "I" TO WS-LOG-SEVERITY
            MOVE SPACES TO WS-LOG-TEXT
            STRING "POSTING GENERATION " WS-GENERATION-NAME ": "
                WS-PGN-RECORD-COUNT " RECORDS, " WS-PGN-FAILED-COUNT
                " FAILED"
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM 8100-WRITE-RUN-LOG
        END-IF
        CLOSE ACCEPTED-FILE
    END-IF.
    *> refeed stream posts under its "RF" marker id - so MSTCLOSE can
    *> state the period as postings vs re-fed corrections without
    *> re-reading the audit trail.
    IF WS-FEED-RUN-ID = "RF" THEN
        MOVE "F" TO WS-JRN-MOVEMENT-TYPE
    ELSE
        MOVE "P" TO WS-JRN-MOVEMENT-TYPE
    END-IF
    MOVE "+" TO WS-JRN-DIRECTION
    MOVE WS-ACC-FIELD-A TO WS-JRN-AMOUNT
    MOVE WS-ACC-FIELD-B TO MST-ACCOUNT-ID
    READ MASTER-FILE
        INVALID KEY
            MOVE 0 TO MST-PTD-POST-SUM
            MOVE 0 TO MST-PTD-REFEED-SUM
            MOVE 0 TO MST-PTD-REVERSAL-SUM
            MOVE 0 TO MST-PTD-TRANSFER-IN-SUM
            MOVE 0 TO MST-PTD-TRANSFER-OUT-SUM
            SET MST-ACCOUNT-OPEN TO TRUE
            MOVE SPACES TO MST-MERGED-INTO-ID
            MOVE 0 TO MST-CLOSED-DATE
            IF WS-FEED-RUN-ID = "RF" THEN
                MOVE WS-ACC-FIELD-A TO MST-PTD-REFEED-SUM
            ELSE
            END-IF
            WRITE WS-MASTER-RECORD
            ADD 1 TO WS-MST-INSERTED-COUNT
            IF WS-MST-FILE-STATUS = "00" THEN
                PERFORM 3460-WRITE-POSTING-JOURNAL
            END-IF
        NOT INVALID KEY
            ADD WS-ACC-FIELD-A TO MST-FIELD-A-BALANCE
            MOVE WS-ACC-FIELD-A TO MST-LAST-FIELD-A
                ADD WS-ACC-FIELD-A TO MST-PTD-POST-SUM
            END-IF
            REWRITE WS-MASTER-RECORD
            IF WS-MST-FILE-STATUS = "00" THEN
                PERFORM 3460-WRITE-POSTING-JOURNAL
            END-IF
    END-READ.

3430-POST-REVERSAL-RECORD.
                REWRITE WS-MASTER-RECORD
                ADD 1 TO WS-REV-POSTED-COUNT
                ADD WS-ACC-FIELD-A TO WS-REV-POSTED-SUM
                IF WS-MST-FILE-STATUS = "00" THEN
                    MOVE "V" TO WS-JRN-MOVEMENT-TYPE
                    MOVE "-" TO WS-JRN-DIRECTION
                    MOVE WS-ACC-FIELD-A TO WS-JRN-AMOUNT
                    PERFORM 3460-WRITE-POSTING-JOURNAL
                END-IF
            END-IF
    END-READ.

3450-OPEN-POSTING-JOURNAL.
    *> Same bootstrap as 3410-OPEN-MASTER-FILE, and the same verdict
    *> on failure: a posting pass that cannot journal what it posts
    *> would leave the statement unable to explain the balance, so it
    *> stops here, before the first movement, restartable.
    OPEN I-O POSTING-JOURNAL-FILE
    IF WS-JRN-FILE-STATUS = "35" THEN
        OPEN OUTPUT POSTING-JOURNAL-FILE
        CLOSE POSTING-JOURNAL-FILE
        OPEN I-O POSTING-JOURNAL-FILE
    END-IF
    IF WS-JRN-FILE-STATUS NOT = "00" THEN
        MOVE "E" TO WS-LOG-SEVERITY
        MOVE SPACES TO WS-LOG-TEXT
        STRING "CANNOT OPEN POSTJRNL.DAT, FILE STATUS="
            WS-JRN-FILE-STATUS
            DELIMITED BY SIZE INTO WS-LOG-TEXT
        PERFORM 8100-WRITE-RUN-LOG
        CLOSE MASTER-FILE
        PERFORM 9050-ABORT-POSTING-PHASE
    END-IF.

3460-WRITE-POSTING-JOURNAL.
    *> Called right after a master WRITE/REWRITE has landed, with the
    *> master record still in hand: the account, the posting date just
    *> stamped on it and the balance it now carries go straight onto
    *> the entry, with the time it was written. A key already on file
    *> moves the sequence on (see JRNLREC.CPY). A journal write that fails outright is raised as
    *> an error but does NOT stop the loop - the master movement has
    *> already happened, and aborting part way through posting is the
    *> one failure the restart cannot repair (see the KNOWN LIMITATION
    *> on 3400-POST-ACCEPTED-TO-MASTER); the statement will show the
    *> gap as a continuity break.
    MOVE "22" TO WS-JRN-FILE-STATUS
    PERFORM UNTIL WS-JRN-FILE-STATUS NOT = "22"
        ADD 1 TO WS-JRN-SEQUENCE
        MOVE MST-ACCOUNT-ID TO JRN-ACCOUNT-ID
        MOVE MST-LAST-POST-DATE TO JRN-POST-DATE
        MOVE WS-FEED-RUN-ID TO JRN-RUN-ID
        MOVE WS-JRN-SEQUENCE TO JRN-SEQUENCE
        MOVE WS-JRN-MOVEMENT-TYPE TO JRN-MOVEMENT-TYPE
        MOVE WS-JRN-DIRECTION TO JRN-DIRECTION
        MOVE WS-JRN-AMOUNT TO JRN-AMOUNT
        MOVE MST-FIELD-A-BALANCE TO JRN-RESULT-BALANCE
        MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JRN-CLOCK
        IF WS-JRN-CLOCK-DATE = JRN-POST-DATE THEN
            MOVE WS-JRN-CLOCK-TIME TO JRN-POST-TIME
        ELSE
            MOVE 23595999 TO JRN-POST-TIME
        END-IF
        WRITE WS-JOURNAL-RECORD
    END-PERFORM
    IF WS-JRN-FILE-STATUS = "00" THEN
        ADD 1 TO WS-JRN-WRITTEN-COUNT
    ELSE
        ADD 1 TO WS-JRN-FAILED-COUNT
        MOVE "E" TO WS-LOG-SEVERITY
        MOVE SPACES TO WS-LOG-TEXT
        STRING "POSTING JOURNAL WRITE FAILED FOR ACCOUNT "
            MST-ACCOUNT-ID ", FILE STATUS=" WS-JRN-FILE-STATUS
            DELIMITED BY SIZE INTO WS-LOG-TEXT
        PERFORM 8100-WRITE-RUN-LOG
    END-IF.

3470-OPEN-POSTING-GENERATION.
    *> Appended to, never replaced: an EXTACK or MSTCLOSE segment, or
    *> an earlier run's, may already be on today's file. Created empty
    *> the first time, the same bootstrap as 0050-OPEN-AUDIT-LOG. A
    *> generation that will not open stops the pass before the first
    *> movement, the same verdict as the journal - a night missing
    *> from the generations would leave every later rebuild short.
    *> The segment header goes on first; 3480 closes it with the
    *> trailer once the loop is done, so a pass that dies part way
    *> leaves an unterminated segment MSTRCVR will not replay.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PGN-POST-DATE
    MOVE SPACES TO WS-GENERATION-NAME
    STRING "POST" WS-PGN-POST-DATE ".DAT"
        DELIMITED BY SIZE INTO WS-GENERATION-NAME
    OPEN INPUT POSTING-GENERATION-FILE
    IF WS-PGN-FILE-STATUS = "35" THEN
        OPEN OUTPUT POSTING-GENERATION-FILE
    END-IF
    CLOSE POSTING-GENERATION-FILE
    OPEN EXTEND POSTING-GENERATION-FILE
    IF WS-PGN-FILE-STATUS NOT = "00" THEN
        MOVE "E" TO WS-LOG-SEVERITY
        MOVE SPACES TO WS-LOG-TEXT
        STRING "CANNOT OPEN " WS-GENERATION-NAME ", FILE STATUS="
            WS-PGN-FILE-STATUS
            DELIMITED BY SIZE INTO WS-LOG-TEXT
        PERFORM 8100-WRITE-RUN-LOG
        CLOSE MASTER-FILE
        CLOSE POSTING-JOURNAL-FILE
        PERFORM 9050-ABORT-POSTING-PHASE
    END-IF
    MOVE 0 TO WS-PGN-RECORD-COUNT
    MOVE 0 TO WS-PGN-FIELD-A-TOTAL
    MOVE SPACES TO WS-GENERATION-RECORD
    MOVE WS-PGN-POST-DATE TO PGN-HDR-DATE
    SET PGN-SEGMENT-NIGHTLY TO TRUE
    MOVE 1 TO PGN-HDR-RECORD-TYPE
    WRITE WS-GENERATION-RECORD
    ADD 1 TO WS-PGN-RECORD-COUNT.

3475-WRITE-GENERATION-RECORD.
    *> Every accepted record goes across as read - feed markers, and
    *> reversals that will turn out unpostable (the rebuild meets the
    *> same balance and makes the same decision). A failed write is
    *> raised but does not stop the loop, for the same reason as
    *> 3460-WRITE-POSTING-JOURNAL; the trailer's count will then not
    *> tie and the rebuild will refuse the segment rather than replay
    *> part of it.
    WRITE WS-GENERATION-RECORD FROM WS-ACC-DATA-RECORD
    IF WS-PGN-FILE-STATUS = "00" THEN
        ADD 1 TO WS-PGN-RECORD-COUNT
        IF NOT RT-ACC-HEADER THEN
            ADD WS-ACC-FIELD-A TO WS-PGN-FIELD-A-TOTAL
        END-IF
    ELSE
        ADD 1 TO WS-PGN-FAILED-COUNT
        MOVE "E" TO WS-LOG-SEVERITY
        MOVE SPACES TO WS-LOG-TEXT
        STRING "POSTING GENERATION WRITE FAILED FOR ACCOUNT "
            WS-ACC-FIELD-B ", FILE STATUS=" WS-PGN-FILE-STATUS
            DELIMITED BY SIZE INTO WS-LOG-TEXT
        PERFORM 8100-WRITE-RUN-LOG
    END-IF.

3480-CLOSE-POSTING-GENERATION.
    *> A failed record write is still counted into the trailer, which
    *> then claims more than the file holds, so the segment can never
    *> balance - deliberately.
    MOVE SPACES TO WS-GENERATION-RECORD
    COMPUTE PGN-TRL-RECORD-COUNT = WS-PGN-RECORD-COUNT + 1
        + WS-PGN-FAILED-COUNT
    MOVE WS-PGN-FIELD-A-TOTAL TO PGN-TRL-FIELD-A-TOTAL
    MOVE 9 TO PGN-TRL-RECORD-TYPE
    WRITE WS-GENERATION-RECORD
    CLOSE POSTING-GENERATION-FILE.

3440-SUSPEND-REVERSAL.
    *> SUSPENSE-FILE is still open from the validation phases, and the
    *> counts written here land in the checkpoint taken right after
    MOVE WS-ACC-FIELD-B TO AUD-FIELD-B
    MOVE SPACES TO AUD-ENTERED-BY
    MOVE SPACES TO AUD-APPROVED-BY
    MOVE SUS-ITEM-KEY TO AUD-ITEM-KEY
    MOVE SUS-REASON-CODE TO AUD-REASON-CODE
    WRITE WS-AUDIT-RECORD
    ADD 1 TO WS-AUD-RECORDS-WRITTEN.

        CLOSE EXTRACT-REGISTER-FILE
    END-IF.

3560-WRITE-RETURN-FILES.
    *> One reject return file per feed accepted this run, rebuilt
    *> whole every time (a restart builds the same files again from
    *> the same suspense items and queue entries). A file that cannot
    *> be built is an E on the log, not an abort - the night's
    *> postings stand, and the file can be rebuilt by hand from the
    *> suspense items above the run's starting key.
    MOVE 0 TO WS-RTN-FEED-COUNT
    MOVE 0 TO WS-RTN-FILES-WRITTEN
    IF NOT WS-RUN-START-KNOWN THEN
        MOVE "E" TO WS-LOG-SEVERITY
        MOVE "RETURN FILES NOT BUILT - CHECKPOINT CARRIES NO STARTING SUSPENSE KEY"
            TO WS-LOG-TEXT
        PERFORM 8100-WRITE-RUN-LOG
    ELSE
        PERFORM 3565-LIST-RETURN-FEEDS
        IF WS-RTN-FEED-COUNT > 0 THEN
            PERFORM 3570-ASSIGN-QUEUED-WRITEOFFS
            PERFORM VARYING WS-RTN-FEED-IX FROM 1 BY 1
                    UNTIL WS-RTN-FEED-IX > WS-RTN-FEED-COUNT
                PERFORM 3575-WRITE-ONE-RETURN-FILE
            END-PERFORM
        END-IF
    END-IF.

3565-LIST-RETURN-FEEDS.
    *> The source feeds accepted this run, from their markers in
    *> ACCEPTED.DAT. The refeed stream's "RF" marker is ours - its
    *> items go back to nobody (the source heard about each one when
    *> it was first suspended). A run accepts at most one feed per run
    *> id: every header must carry the one expected business date, a
    *> second header under an id already accepted tonight is refused
    *> as a duplicate by the register entry its first feed's trailer
    *> wrote, and a refused feed's suspense items are rolled back - so
    *> the run id alone picks out a feed's items and queue entries.
    MOVE "N" TO WS-ACC-EOF-SWITCH
    OPEN INPUT ACCEPTED-FILE
    IF WS-ACC-FILE-STATUS NOT = "00" THEN
        MOVE "E" TO WS-LOG-SEVERITY
        MOVE SPACES TO WS-LOG-TEXT
        STRING "RETURN FILES NOT BUILT - CANNOT REOPEN ACCEPTED.DAT, "
            "FILE STATUS=" WS-ACC-FILE-STATUS
            DELIMITED BY SIZE INTO WS-LOG-TEXT
        PERFORM 8100-WRITE-RUN-LOG
    ELSE
        PERFORM UNTIL WS-ACC-EOF
            READ ACCEPTED-FILE
                AT END
                    SET WS-ACC-EOF TO TRUE
                NOT AT END
                    IF RT-ACC-HEADER AND HDR-ACC-RUN-ID NOT = "RF" THEN
                        IF WS-RTN-FEED-COUNT < WS-FEED-LIMIT THEN
                            ADD 1 TO WS-RTN-FEED-COUNT
                            MOVE HDR-ACC-RUN-ID
                                TO RTF-RUN-ID(WS-RTN-FEED-COUNT)
                            MOVE HDR-ACC-RUN-DATE
                                TO RTF-RUN-DATE(WS-RTN-FEED-COUNT)
                        ELSE
                            MOVE "E" TO WS-LOG-SEVERITY
                            MOVE SPACES TO WS-LOG-TEXT
                            STRING "NO RETURN FILE FOR FEED "
                                HDR-ACC-RUN-ID " " HDR-ACC-RUN-DATE
                                " - TOO MANY FEEDS IN ONE RUN"
                                DELIMITED BY SIZE INTO WS-LOG-TEXT
                            PERFORM 8100-WRITE-RUN-LOG
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACCEPTED-FILE
    END-IF.

3570-ASSIGN-QUEUED-WRITEOFFS.
    *> Stamp each queued write-off whose source sent a feed tonight
    *> with that feed's run date - it goes back on that feed's return
    *> file. Entries already stamped with tonight's date stay stamped
    *> (a restart rebuilding the same files); entries stamped with an
    *> earlier feed's date of a source that has sent again have been
    *> returned for good and are dropped; everything else waits.
    MOVE "N" TO WS-RTQ-AVAILABLE-SWITCH
    MOVE "N" TO WS-RTQ-EOF-SWITCH
    MOVE 0 TO WS-RTQ-DROPPED-COUNT
    OPEN INPUT RETURN-QUEUE-FILE
    EVALUATE WS-RTQ-FILE-STATUS
        WHEN "00"
            CONTINUE
        WHEN "35"
            SET WS-RTQ-EOF TO TRUE
        WHEN OTHER
            MOVE "E" TO WS-LOG-SEVERITY
            MOVE SPACES TO WS-LOG-TEXT
            STRING "CANNOT OPEN RETPEND.DAT, FILE STATUS="
                WS-RTQ-FILE-STATUS " - NO WRITE-OFFS RETURNED TONIGHT"
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM 8100-WRITE-RUN-LOG
            SET WS-RTQ-EOF TO TRUE
    END-EVALUATE
    IF NOT WS-RTQ-EOF THEN
        OPEN OUTPUT RETURN-QUEUE-NEW-FILE
        IF WS-RTQ-NEW-FILE-STATUS NOT = "00" THEN
            MOVE "E" TO WS-LOG-SEVERITY
            MOVE SPACES TO WS-LOG-TEXT
            STRING "CANNOT OPEN RETPEND.NEW, FILE STATUS="
                WS-RTQ-NEW-FILE-STATUS
                " - NO WRITE-OFFS RETURNED TONIGHT"
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM 8100-WRITE-RUN-LOG
            CLOSE RETURN-QUEUE-FILE
        ELSE
            PERFORM UNTIL WS-RTQ-EOF
                READ RETURN-QUEUE-FILE
                    AT END
                        SET WS-RTQ-EOF TO TRUE
                    NOT AT END
                        PERFORM 3572-STAMP-ONE-QUEUE-ENTRY
                END-READ
            END-PERFORM
            CLOSE RETURN-QUEUE-FILE
            CLOSE RETURN-QUEUE-NEW-FILE
            CALL "CBL_RENAME_FILE" USING WS-RETURN-QUEUE-NEW-NAME
                                          WS-RETURN-QUEUE-OLD-NAME
                RETURNING WS-RENAME-RC
            IF WS-RENAME-RC NOT = 0 THEN
                MOVE WS-RENAME-RC TO WS-RENAME-RC-EDIT
                MOVE "E" TO WS-LOG-SEVERITY
                MOVE SPACES TO WS-LOG-TEXT
                STRING "COULD NOT REPLACE RETPEND.DAT, RC="
                    WS-RENAME-RC-EDIT " - NO WRITE-OFFS RETURNED TONIGHT"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                PERFORM 8100-WRITE-RUN-LOG
            ELSE
                SET WS-RTQ-AVAILABLE TO TRUE
            END-IF
        END-IF
    END-IF.

3572-STAMP-ONE-QUEUE-ENTRY.
    IF RTQ-RETURN-DATE IS NOT NUMERIC THEN
        MOVE 0 TO RTQ-RETURN-DATE
    END-IF
    MOVE 0 TO WS-RTQ-MATCH-IX
    PERFORM VARYING WS-RTN-FEED-IX FROM 1 BY 1
            UNTIL WS-RTN-FEED-IX > WS-RTN-FEED-COUNT
        IF RTF-RUN-ID(WS-RTN-FEED-IX) = RTQ-RUN-ID THEN
            MOVE WS-RTN-FEED-IX TO WS-RTQ-MATCH-IX
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-RTQ-MATCH-IX = 0
            WRITE WS-RETURN-QUEUE-NEW-RECORD
                FROM WS-RETURN-QUEUE-RECORD
        WHEN RTQ-NOT-YET-RETURNED
        OR RTQ-RETURN-DATE = RTF-RUN-DATE(WS-RTQ-MATCH-IX)
            MOVE RTF-RUN-DATE(WS-RTQ-MATCH-IX) TO RTQ-RETURN-DATE
            WRITE WS-RETURN-QUEUE-NEW-RECORD
                FROM WS-RETURN-QUEUE-RECORD
        WHEN OTHER
            ADD 1 TO WS-RTQ-DROPPED-COUNT
    END-EVALUATE.

3575-WRITE-ONE-RETURN-FILE.
    *> Header, this run's suspensions out of the feed in item order,
    *> the source's write-offs stamped for it, trailer.
    MOVE SPACES TO WS-RETURN-NAME
    STRING "RET" RTF-RUN-ID(WS-RTN-FEED-IX)
        RTF-RUN-DATE(WS-RTN-FEED-IX) ".DAT"
        DELIMITED BY SIZE INTO WS-RETURN-NAME
    OPEN OUTPUT RETURN-FILE
    IF WS-RTN-FILE-STATUS NOT = "00" THEN
        MOVE "E" TO WS-LOG-SEVERITY
        MOVE SPACES TO WS-LOG-TEXT
        STRING "CANNOT OPEN " WS-RETURN-NAME ", FILE STATUS="
            WS-RTN-FILE-STATUS
            DELIMITED BY SIZE INTO WS-LOG-TEXT
        PERFORM 8100-WRITE-RUN-LOG
    ELSE
        MOVE 0 TO WS-RTN-SUSPENDED-COUNT
        MOVE 0 TO WS-RTN-WRITEOFF-COUNT
        MOVE 0 TO WS-RTN-FIELD-A-TOTAL
        MOVE SPACES TO WS-RETURN-RECORD
        MOVE RTF-RUN-DATE(WS-RTN-FEED-IX) TO RTN-HDR-RUN-DATE
        MOVE RTF-RUN-ID(WS-RTN-FEED-IX) TO RTN-HDR-RUN-ID
        MOVE 1 TO RTN-HDR-RECORD-TYPE
        WRITE WS-RETURN-RECORD

        MOVE "N" TO WS-RTN-SUS-EOF-SWITCH
        MOVE WS-RUN-START-SUS-KEY TO SUS-ITEM-KEY
        START SUSPENSE-FILE KEY IS GREATER THAN SUS-ITEM-KEY
            INVALID KEY
                SET WS-RTN-SUS-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-RTN-SUS-EOF
            READ SUSPENSE-FILE NEXT RECORD
                AT END
                    SET WS-RTN-SUS-EOF TO TRUE
                NOT AT END
                    IF SUS-SUSPENSE-RUN-ID
                        = RTF-RUN-ID(WS-RTN-FEED-IX) THEN
                        PERFORM 3580-WRITE-SUSPENDED-ENTRY
                    END-IF
            END-READ
        END-PERFORM

        IF WS-RTQ-AVAILABLE THEN
            MOVE "N" TO WS-RTQ-EOF-SWITCH
            OPEN INPUT RETURN-QUEUE-FILE
            IF WS-RTQ-FILE-STATUS NOT = "00" THEN
                SET WS-RTQ-EOF TO TRUE
            END-IF
            PERFORM UNTIL WS-RTQ-EOF
                READ RETURN-QUEUE-FILE
                    AT END
                        SET WS-RTQ-EOF TO TRUE
                    NOT AT END
                        IF RTQ-RUN-ID = RTF-RUN-ID(WS-RTN-FEED-IX)
                        AND RTQ-RETURN-DATE
                            = RTF-RUN-DATE(WS-RTN-FEED-IX) THEN
                            PERFORM 3585-WRITE-WRITEOFF-ENTRY
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RETURN-QUEUE-FILE
        END-IF

        MOVE SPACES TO WS-RETURN-RECORD
        COMPUTE RTN-TRL-RECORD-COUNT =
            WS-RTN-SUSPENDED-COUNT + WS-RTN-WRITEOFF-COUNT + 2
        MOVE WS-RTN-FIELD-A-TOTAL TO RTN-TRL-FIELD-A-TOTAL
        MOVE 9 TO RTN-TRL-RECORD-TYPE
        WRITE WS-RETURN-RECORD
        CLOSE RETURN-FILE
        ADD 1 TO WS-RTN-FILES-WRITTEN
        MOVE "I" TO WS-LOG-SEVERITY
        MOVE SPACES TO WS-LOG-TEXT
        STRING "RETURN FILE " WS-RETURN-NAME ": "
            WS-RTN-SUSPENDED-COUNT " SUSPENDED, "
            WS-RTN-WRITEOFF-COUNT " WRITTEN OFF, HASH TOTAL "
            WS-RTN-FIELD-A-TOTAL
            DELIMITED BY SIZE INTO WS-LOG-TEXT
        PERFORM 8100-WRITE-RUN-LOG
    END-IF.

3580-WRITE-SUSPENDED-ENTRY.
    MOVE SPACES TO WS-RETURN-RECORD
    MOVE SUS-ORIGINAL-FIELD-A TO RTN-FIELD-A
    MOVE SUS-FIELD-B TO RTN-FIELD-B
    MOVE SUS-RECORD-TYPE TO RTN-FIELD-C
    SET RTN-ENTRY-SUSPENDED TO TRUE
    MOVE SUS-ITEM-KEY TO RTN-ITEM-KEY
    MOVE SUS-REASON-CODE TO RTN-REASON-CODE
    PERFORM 3590-SET-RETURN-REASON-TEXT
    MOVE SUS-SUSPENSE-DATE TO RTN-EVENT-DATE
    PERFORM 3595-WRITE-RETURN-ENTRY
    ADD 1 TO WS-RTN-SUSPENDED-COUNT.

3585-WRITE-WRITEOFF-ENTRY.
    MOVE SPACES TO WS-RETURN-RECORD
    MOVE RTQ-FIELD-A TO RTN-FIELD-A
    MOVE RTQ-FIELD-B TO RTN-FIELD-B
    MOVE RTQ-RECORD-TYPE TO RTN-FIELD-C
    SET RTN-ENTRY-WRITTEN-OFF TO TRUE
    MOVE RTQ-ITEM-KEY TO RTN-ITEM-KEY
    MOVE RTQ-REASON-CODE TO RTN-REASON-CODE
    MOVE "WRITTEN OFF - NEVER POSTED" TO RTN-REASON-TEXT
    MOVE RTQ-WRITEOFF-DATE TO RTN-EVENT-DATE
    PERFORM 3595-WRITE-RETURN-ENTRY
    ADD 1 TO WS-RTN-WRITEOFF-COUNT.

3590-SET-RETURN-REASON-TEXT.
    *> Plain words for the source's staff - the two-letter code rides
    *> alongside for their programs.
    EVALUATE TRUE
        WHEN SUS-REASON-NONNUMERIC
            MOVE "AMOUNT NOT NUMERIC" TO RTN-REASON-TEXT
        WHEN SUS-REASON-BAD-FIELD-B
            MOVE "ACCOUNT ID BLANK/UNPRINTABLE" TO RTN-REASON-TEXT
        WHEN SUS-REASON-UNKNOWN-ACCT
            MOVE "ACCOUNT ID NOT ON REFERENCE" TO RTN-REASON-TEXT
        WHEN SUS-REASON-DUPLICATE
            MOVE "SUSPECTED DUPLICATE - REVIEW" TO RTN-REASON-TEXT
        WHEN SUS-REASON-HELD
            MOVE "OVER VALUE LIMIT - REVIEW" TO RTN-REASON-TEXT
        WHEN SUS-REASON-REVERSAL
            MOVE "REVERSAL NOT POSTABLE" TO RTN-REASON-TEXT
        WHEN SUS-REASON-ACCT-CLOSED
            MOVE "ACCOUNT CLOSED - MERGED" TO RTN-REASON-TEXT
        WHEN OTHER
            MOVE "SUSPENDED - IN REVIEW" TO RTN-REASON-TEXT
    END-EVALUATE.

3595-WRITE-RETURN-ENTRY.
    *> The hash covers the amounts that can be added - the same
    *> WS-FIELD-A the source's own trailer totalled, as far as it is
    *> readable.
    IF RTN-FIELD-A IS NUMERIC THEN
        ADD FUNCTION NUMVAL(RTN-FIELD-A) TO WS-RTN-FIELD-A-TOTAL
    END-IF
    WRITE WS-RETURN-RECORD.

3600-CHECK-RUN-VARIANCE.
    *> Day-over-day variance, per source feed: each feed accepted
    *> tonight is compared against the most recent prior history
        MOVE "UNKNOWN-ACCOUNT SUSPENSIONS.: " TO WS-SUM-COUNT-LABEL
        MOVE WS-UNKNOWN-ACCT-COUNT TO WS-SUM-COUNT-EDIT
        WRITE WS-SUMMARY-LINE FROM WS-SUM-COUNT-LINE
        MOVE "CLOSED-ACCOUNT SUSPENSIONS..: " TO WS-SUM-COUNT-LABEL
        MOVE WS-CLOSED-ACCT-COUNT TO WS-SUM-COUNT-EDIT
        WRITE WS-SUMMARY-LINE FROM WS-SUM-COUNT-LINE
        MOVE "DUPLICATES SUSPENDED........: " TO WS-SUM-COUNT-LABEL
        MOVE WS-DUP-SUSPENDED-COUNT TO WS-SUM-COUNT-EDIT
        WRITE WS-SUMMARY-LINE FROM WS-SUM-COUNT-LINE
        MOVE "HELD FOR REVIEW.............: " TO WS-SUM-COUNT-LABEL
        MOVE WS-HELD-COUNT TO WS-SUM-COUNT-EDIT
        WRITE WS-SUMMARY-LINE FROM WS-SUM-COUNT-LINE
        MOVE "SUSPENSE RECORDS WRITTEN....: " TO WS-SUM-COUNT-LABEL
        MOVE WS-SUS-RECORDS-WRITTEN TO WS-SUM-COUNT-EDIT
        WRITE WS-SUMMARY-LINE FROM WS-SUM-COUNT-LINE
        MOVE "REVERSALS SUSPENDED.........: " TO WS-SUM-COUNT-LABEL
        MOVE WS-REV-SUSPENDED-COUNT TO WS-SUM-COUNT-EDIT
        WRITE WS-SUMMARY-LINE FROM WS-SUM-COUNT-LINE
        MOVE "POSTING JOURNAL ENTRIES.....: " TO WS-SUM-COUNT-LABEL
        MOVE WS-JRN-WRITTEN-COUNT TO WS-SUM-COUNT-EDIT
        WRITE WS-SUMMARY-LINE FROM WS-SUM-COUNT-LINE
        MOVE "EXTRACT DETAIL RECORDS......: " TO WS-SUM-COUNT-LABEL
        MOVE WS-EXT-DETAIL-COUNT TO WS-SUM-COUNT-EDIT
        WRITE WS-SUMMARY-LINE FROM WS-SUM-COUNT-LINE
        MOVE "REJECT RETURN FILES WRITTEN.: " TO WS-SUM-COUNT-LABEL
        MOVE WS-RTN-FILES-WRITTEN TO WS-SUM-COUNT-EDIT
        WRITE WS-SUMMARY-LINE FROM WS-SUM-COUNT-LINE
        MOVE "CHECKPOINTS WRITTEN.........: " TO WS-SUM-COUNT-LABEL
        MOVE WS-CKP-WRITE-COUNT TO WS-SUM-COUNT-EDIT
        WRITE WS-SUMMARY-LINE FROM WS-SUM-COUNT-LINE
        MOVE SPACES TO WS-SUMMARY-LINE
        STRING "EXT=" WS-EXT-FILE-STATUS " REG=" WS-REG-FILE-STATUS
            " RNH=" WS-RNH-FILE-STATUS " LOG=" WS-LOG-FILE-STATUS
            " PRM=" WS-PRM-FILE-STATUS " JRN=" WS-JRN-FILE-STATUS
            " DUP=" WS-DUP-FILE-STATUS
            DELIMITED BY SIZE INTO WS-SUMMARY-LINE
        WRITE WS-SUMMARY-LINE

    IF WS-ARF-AVAILABLE THEN
        CLOSE ACCOUNT-REF-FILE
    END-IF
    PERFORM 0038-CLOSE-MASTER-LOOKUP
    IF WS-DUP-AVAILABLE THEN
        CLOSE DUPLICATE-WINDOW-FILE
    END-IF
    PERFORM 9100-WRITE-OPERATOR-SUMMARY
    IF WS-LOG-OPEN THEN
        CLOSE RUN-LOG-FILE
    END-IF
    PERFORM 9900-RELEASE-BATCH-WINDOW
    STOP RUN.

9900-RELEASE-BATCH-WINDOW.
    SET LRQ-RELEASE TO TRUE
    CALL "BATCHLCK" USING WS-LOCK-REQUEST.
