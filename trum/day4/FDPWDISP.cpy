*> one disposition per candidate from FINDPWAJ. The ANY and EXACT
*> names are the first two rule columns; FDPW-DISP-RULE(n) is the
*> column for the catalog rule on slot n (see FDPWRULE), spaces
*> where the catalog has no rule on that slot.
01 FDPW-DISP-REC.
    05 FDPW-DISP-CODE             PIC X(6).
    05 FILLER                     PIC X(1).
    05 FILLER                     PIC X(1).
    05 FDPW-DISP-EXACT-REASON     PIC X(4).
    05 FILLER                     PIC X(50).
01 FDPW-DISP-SLOT-VIEW REDEFINES FDPW-DISP-REC.
    05 FILLER                     PIC X(7).
    05 FDPW-DISP-RULE OCCURS 6 TIMES.
        10 FDPW-DISP-VERDICT      PIC X(6).
        10 FILLER                 PIC X(1).
        10 FDPW-DISP-REASON       PIC X(4).
        10 FILLER                 PIC X(1).
    05 FILLER                     PIC X(1).
