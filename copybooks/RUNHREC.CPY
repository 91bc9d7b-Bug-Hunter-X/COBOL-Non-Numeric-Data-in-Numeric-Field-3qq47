    *> source systems separately now that several feeds share one
    *> DATAIN.DAT. Plus one night-summary record per run under our own
    *> "NV" id, carrying the refeed totals and the posted-reversal
    *> figure - per-run state no single feed owns. EXTACK ("LR") and
    *> ACCTXFER ("TR") append one record per run under their own ids
    *> for what they moved on the master: amounts added in
    *> RNH-FIELD-A-SUM, amounts taken off in RNH-REVERSAL-POSTED-SUM.
    *>
    *> RNH-REVERSAL-FIELD-A-SUM is the accepted-reversal amount and
    *> RNH-REVERSAL-POSTED-SUM the amount actually backed out of the
