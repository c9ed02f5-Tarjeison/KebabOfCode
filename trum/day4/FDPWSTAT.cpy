    05 FDPW-STAT-TYPE            PIC X(08).
    05 FDPW-STAT-KEY              PIC 9(02).
    05 FDPW-STAT-COUNT            PIC 9(06).
*> catalog id of the rule the counts are for (see FDPWRULE) - one
*> FINDPWDS run reports one rule; spaces on records from before
*> the catalog, which were always the exact-double rule.
    05 FDPW-STAT-RULE-ID          PIC X(08).
    05 FILLER                     PIC X(56).
