*> one record appended to the permanent redemption ledger for every
*> redemption the partner reported - posted or not. POST means the
*> ISSUED code moved to REDEEMED on the master; EXCP means the
*> redemption was refused and listed on the exceptions report with
*> the reason. DEPT is the department the master showed the code
*> issued to at the time, spaces if the code was not on the master.
*> the year-end close (FINDPWYC) leaves one DISP CFWD record per
*> disposition at the head of the ledger, POST-DATE the closed year
*> with zero month and day: how many redemptions the closed years
*> held and the earliest year among them. CODE is spaces there. The
*> detail is on the yearly archives.
01 FDPW-RLDG-REC.
    05 FDPW-RLDG-CODE             PIC X(6).
    05 FDPW-RLDG-DETAIL.
        10 FDPW-RLDG-REDEEM-DATE  PIC 9(8).
        10 FDPW-RLDG-LOCATION     PIC X(10).
        10 FDPW-RLDG-FEED-SEQ     PIC 9(6).
        10 FDPW-RLDG-DEPT         PIC X(8).
    05 FDPW-RLDG-CFWD REDEFINES FDPW-RLDG-DETAIL.
        10 FDPW-RLDG-CFWD-OF-DISP PIC X(4).
        10 FDPW-RLDG-CFWD-COUNT   PIC 9(9).
        10 FDPW-RLDG-CFWD-FROM-YEAR PIC 9(4).
        10 FILLER                 PIC X(15).
    05 FDPW-RLDG-DISP             PIC X(4).
        88 RLDG-POSTED            VALUE 'POST'.
        88 RLDG-EXCEPTION         VALUE 'EXCP'.
        88 RLDG-CARRIED-FORWARD   VALUE 'CFWD'.
    05 FDPW-RLDG-REASON           PIC X(30).
    05 FDPW-RLDG-POST-DATE        PIC 9(8).
