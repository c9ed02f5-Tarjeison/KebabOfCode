*> writes zeros there. ELAPSED-SECS sits in what used to be filler,
*> so ledger records from before it existed still parse (they carry
*> spaces there and every reader skips them for rate arithmetic).
*> RULE-ID is the catalog id of the rule the run counted (see
*> FDPWRULE) - the dual scanner writes one record per rule, with
*> PROGRAM FINDPWD plus the rule's slot digit. Records from before
*> the catalog carry spaces there.
*> the year-end close (FINDPWYC) keeps the last closed-year run of
*> each range and bounds, so the trend report still has a previous
*> run to measure against, and folds the other COMPLETE runs into
*> PROGRAM CARRYFWD records - one per rule id and bounds (more if a
*> total would overflow), timed and untimed runs apart - stamped
*> with the closed year and zero month and day. START and END are
*> spaces there; the counts, iterations and elapsed seconds are the
*> folded runs' totals, so rates and yields come out as before.
01 FDPW-HIST-REC.
    05 FDPW-HIST-STAMP            PIC 9(14).
    05 FDPW-HIST-PROGRAM          PIC X(8).
    05 FDPW-HIST-ITERATIONS       PIC 9(10).
    05 FDPW-HIST-STATUS           PIC X(8).
    05 FDPW-HIST-ELAPSED-SECS     PIC 9(8).
    05 FDPW-HIST-RULE-ID          PIC X(8).
    05 FILLER                     PIC X(2).
