*> the depletion forecast FINDPWFC writes for the morning report -
*> one RULE record per rule with AVAILABLE stock on the master, then
*> one NEXT record carrying the proposed next scan range. The first
*> four bytes tell the two apart.
*> a rate is codes ISSUED per day over the last 30, 60 or 90 days;
*> a RUNOUT date is when the AVAILABLE stock is gone at that rate,
*> zeros when nothing was issued in the period. SLICE-YIELD is how
*> many new valid codes the proposed range should find under the
*> rule, from the yield of past runs on the history ledger.
01 FDPW-FCST-RULE-REC.
    05 FDPW-FCST-ID               PIC X(4).
        88 FCST-RULE-LINE         VALUE 'RULE'.
        88 FCST-NEXT-LINE         VALUE 'NEXT'.
    05 FDPW-FCST-RULE             PIC X(20).
    05 FDPW-FCST-AVAILABLE        PIC 9(8).
    05 FDPW-FCST-RATE-30          PIC 9(4)V99.
    05 FDPW-FCST-RATE-60          PIC 9(4)V99.
    05 FDPW-FCST-RATE-90          PIC 9(4)V99.
    05 FDPW-FCST-RUNOUT-30        PIC 9(8).
    05 FDPW-FCST-RUNOUT-60        PIC 9(8).
    05 FDPW-FCST-RUNOUT-90        PIC 9(8).
    05 FDPW-FCST-SLICE-YIELD      PIC 9(6).
*> the proposed start,end scan PARM, sized to the batch window or to
*> the shortfall against the target days of stock, whichever is
*> smaller, and never past the end of the unscanned gap it starts
*> in. SIZED-BY says which: WINDOW, SHORTFAL or GAP - or NONE, with
*> the reason in NOTE, when no range can be proposed.
01 FDPW-FCST-NEXT-REC.
    05 FDPW-FCST-NEXT-ID          PIC X(4).
    05 FDPW-FCST-START            PIC X(6).
    05 FDPW-FCST-END              PIC X(6).
    05 FDPW-FCST-CODES            PIC 9(10).
    05 FDPW-FCST-EST-MINUTES      PIC 9(5).
    05 FDPW-FCST-SIZED-BY         PIC X(8).
    05 FDPW-FCST-WINDOW-MINUTES   PIC 9(4).
    05 FDPW-FCST-TARGET-DAYS      PIC 9(3).
    05 FDPW-FCST-RUN-DATE         PIC 9(8).
    05 FDPW-FCST-NOTE             PIC X(26).
