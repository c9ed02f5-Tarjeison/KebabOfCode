*> the area a program passes to FINDPWRU, the rule evaluator.
*>   FUNCTION L  reads the FDPWRULE catalog into the RULE table
*>               below and checks every card - RESULT 16 with the
*>               reason in MESSAGE when the catalog is unusable
*>   FUNCTION E  judges CODE against every rule in the table and
*>               sets each rule's VERDICT, REASON and RUN-POS, plus
*>               the code's own properties for a trace or report
*> the table lives in the caller's storage, so a program may
*> change a rule's bounds after the load (a PARM override) and
*> FINDPWRU judges by what it finds there.
*> reason codes, first failing check wins:
*>   BADC  a character outside the scanners' alphabet
*>   NINC  a character lower than the one before it
*>   NDBL  no adjacent pair of equal characters
*>   RLNG  pairs, but no run of equal characters within the bounds
*>   FDST  fewer distinct characters than the rule allows
*>   STRT  an ascending straight longer than the rule allows
01 FDPW-RCHK-AREA.
    05 FDPW-RCHK-FUNCTION         PIC X(1).
        88 RCHK-LOAD-CATALOG      VALUE 'L'.
        88 RCHK-EVALUATE-CODE     VALUE 'E'.
    05 FDPW-RCHK-RESULT           PIC 9(2).
        88 RCHK-OK                VALUE 0.
        88 RCHK-FAILED            VALUE 16.
    05 FDPW-RCHK-MESSAGE          PIC X(80).
    05 FDPW-RCHK-CODE             PIC X(6).
*>  properties of the code itself, whatever the rule
    05 FDPW-RCHK-CHARS-OK         PIC X(1).
    05 FDPW-RCHK-NONDECR          PIC X(1).
    05 FDPW-RCHK-LONGEST-RUN      PIC 9(1).
    05 FDPW-RCHK-DISTINCT         PIC 9(1).
    05 FDPW-RCHK-STRAIGHT         PIC 9(1).
    05 FDPW-RCHK-NUM-RULES        PIC 9(2).
*>  one entry per catalog card, in catalog order; the first nine
*>  fields are the card, the last three the verdict on CODE.
    05 FDPW-RCHK-RULE OCCURS 6 TIMES.
        10 FDPW-RCHK-RULE-ID      PIC X(8).
        10 FDPW-RCHK-SLOT         PIC 9(1).
        10 FDPW-RCHK-NAME         PIC X(20).
        10 FDPW-RCHK-CHK-NONDECR  PIC X(1).
        10 FDPW-RCHK-CHK-DOUBLE   PIC X(1).
        10 FDPW-RCHK-RUNLEN-LOW   PIC 9(2).
        10 FDPW-RCHK-RUNLEN-HIGH  PIC 9(2).
        10 FDPW-RCHK-MIN-DISTINCT PIC 9(1).
        10 FDPW-RCHK-MAX-STRAIGHT PIC 9(1).
        10 FDPW-RCHK-VERDICT      PIC X(6).
            88 RCHK-ACCEPTED      VALUE 'ACCEPT'.
            88 RCHK-REJECTED      VALUE 'REJECT'.
        10 FDPW-RCHK-REASON       PIC X(4).
*>      where the run that satisfied the double check starts, 0
*>      when the rule has none or the code failed it
        10 FDPW-RCHK-RUN-POS      PIC 9(1).
