    *> Write-offs waiting to go back to their source system. SUSAGE
    *> appends one entry per item it writes off that came in on a source
    *> feed (SUS-SUSPENSE-RUN-ID a source's run id - not our own "NV"
    *> extract id, which ledger rejects carry, nor "RF" for re-fed
    *> corrections); NUMVAL01 puts each one on the next return file it
    *> builds for that source (RETNREC.CPY), stamping RTQ-RETURN-DATE
    *> with that feed's run date. An entry stays while a restart of
    *> that same run may need to build the file again, and is dropped
    *> once a later feed from the source has been returned.
    *> SEQUENTIAL, fixed 49 bytes - the images are carried byte for
    *> byte, like the suspense file's.
    01  WS-RETURN-QUEUE-RECORD.
        05  RTQ-RUN-ID                PIC X(2).
        05  RTQ-ITEM-KEY              PIC 9(9).
        05  RTQ-FIELD-A               PIC X(5).
        05  RTQ-FIELD-B               PIC X(10).
        05  RTQ-RECORD-TYPE           PIC 9(5).
        05  RTQ-REASON-CODE           PIC X(2).
        05  RTQ-WRITEOFF-DATE         PIC 9(8).
        05  RTQ-RETURN-DATE           PIC 9(8).
            88  RTQ-NOT-YET-RETURNED      VALUE 0.
