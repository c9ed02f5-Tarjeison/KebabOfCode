*> file instead of FDPWOUT - restored on restart so the trailer's
*> record count still reconciles.
    05 FDPW-CKPT-SUPP-COUNT       PIC 9(6).
*> the catalog id of the rule the scan is counting (see FDPWRULE) -
*> a restart under a different rule starts fresh. FDPW1 leaves it
*> as spaces.
    05 FDPW-CKPT-RULE-ID          PIC X(8).
