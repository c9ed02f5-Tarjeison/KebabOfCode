*> one card on the rule catalog (TRUM.FINDPW.RULE.CATALOG) - the
*> validation rules every scanner, the adjudicator, the dossier,
*> the stats report and the reconciliation driver evaluate. The
*> rules themselves live here, not in the programs: FINDPWRU loads
*> and checks the catalog and judges a code against every card on
*> it, so a new rule is a new card (plus its FDPWOUTn/FDPWSUPn DDs
*> on the scan), not a program change.
*>   ID        short rule id - also the qualifier of the rule's
*>             valid and suppressed datasets (TRUM.FINDPW.id.VALID)
*>   SLOT      1-6, which FDPWOUTn/FDPWSUPn pair the scanner writes
*>             the rule to, and its column on a FINDPWAJ disposition
*>   NAME      what goes into FDPW-VALID-RULE, the HDR*** record and
*>             the coverage ledger, and what FDPW-MST-RULE carries
*>   NONDECR   Y = the characters may never decrease left to right
*>   DOUBLE    A = some adjacent pair of equal characters
*>             R = some run of equal characters whose length is
*>                 within RUNLEN-LOW/HIGH (a longer run does not
*>                 count as the double - 112223 has no run of 2..2
*>                 apart from the 11)
*>             N = no double required
*>   RUNLEN    bounds for DOUBLE R; zeros for A and N, which is how
*>             the ledgers have always recorded an unbounded rule
*>   MIN-DISTINCT  fewest different characters the code may have,
*>             0 = not checked
*>   MAX-STRAIGHT  longest ascending straight allowed (characters
*>             in WS-ALPHABET order, 123 or 9AB), 0 = not checked
*> a card whose ID starts with an asterisk is a comment.
01 FDPW-RULE-REC.
    05 FDPW-RULE-ID               PIC X(8).
    05 FDPW-RULE-SLOT             PIC 9(1).
    05 FDPW-RULE-NAME             PIC X(20).
    05 FDPW-RULE-NONDECR          PIC X(1).
    05 FDPW-RULE-DOUBLE           PIC X(1).
    05 FDPW-RULE-RUNLEN-LOW       PIC 9(2).
    05 FDPW-RULE-RUNLEN-HIGH      PIC 9(2).
    05 FDPW-RULE-MIN-DISTINCT     PIC 9(1).
    05 FDPW-RULE-MAX-STRAIGHT     PIC 9(1).
    05 FILLER                     PIC X(43).
