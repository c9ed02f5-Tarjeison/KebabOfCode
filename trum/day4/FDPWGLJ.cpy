*> the month-end journal feed the general-ledger system loads - a
*> header naming the period, one detail per department charged
*> (net of credits, so a department with more credits than
*> charges carries a negative amount), and a trailer with the
*> detail record count, the net amount total, and a hash total of
*> the detail amounts in cents taken without sign, so a dropped
*> or altered detail shows up even when debits and credits net
*> out. JHD*** and JTL*** cannot occur as a department code.
01 FDPW-GLJ-REC.
    05 FDPW-GLJ-ID                PIC X(6).
        88 GLJ-HEADER             VALUE 'JHD***'.
        88 GLJ-TRAILER            VALUE 'JTL***'.
    05 FILLER                     PIC X(74).
01 FDPW-GLJ-HDR.
    05 FILLER                     PIC X(6).
    05 FDPW-GHDR-PERIOD           PIC 9(6).
    05 FDPW-GHDR-RUN-DATE         PIC 9(8).
    05 FDPW-GHDR-SOURCE           PIC X(8).
    05 FILLER                     PIC X(52).
01 FDPW-GLJ-DTL.
    05 FDPW-GDTL-DEPT             PIC X(8).
    05 FDPW-GDTL-COST-CENTER      PIC X(10).
    05 FDPW-GDTL-PERIOD           PIC 9(6).
    05 FDPW-GDTL-AMOUNT           PIC S9(9)V99
                                  SIGN IS LEADING SEPARATE.
    05 FDPW-GDTL-ITEM-COUNT       PIC 9(7).
    05 FILLER                     PIC X(37).
01 FDPW-GLJ-TRL.
    05 FILLER                     PIC X(6).
    05 FDPW-GTRL-COUNT            PIC 9(9).
    05 FDPW-GTRL-AMOUNT           PIC S9(11)V99
                                  SIGN IS LEADING SEPARATE.
    05 FDPW-GTRL-HASH             PIC 9(15).
    05 FILLER                     PIC X(36).
