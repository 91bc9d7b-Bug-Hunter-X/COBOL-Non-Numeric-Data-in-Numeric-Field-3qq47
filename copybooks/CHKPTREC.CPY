    *> CKP-MST-POSTED is set - a restart that skips the posting phase
    *> must still write the posted-reversal figure to the run history,
    *> or the trial-balance proof would never tie again.
    *>
    *> CKP-RUN-START-SUS-KEY is the suspense high-water key as the run
    *> first found it - every item above it was suspended by this run,
    *> which is what the end-of-run reject return files are built from,
    *> restart or not.
    01  WS-CHECKPOINT-RECORD.
        05  CKP-LAST-RECORD-COUNT     PIC 9(9).
        05  CKP-RECORDS-FAILED        PIC 9(9).
        05  CKP-FEED-START-AUD-COUNT  PIC 9(9).
        05  CKP-FEEDS-ACCEPTED        PIC 9(4).
        05  CKP-FEEDS-REFUSED         PIC 9(4).
        05  CKP-RUN-START-SUS-KEY     PIC 9(9).
