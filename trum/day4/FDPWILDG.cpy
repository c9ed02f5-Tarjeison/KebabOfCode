*> one record appended to the permanent issuance ledger for every
*> code FINDPWIS issued or reserved, for every expired reservation
*> FINDPWRX handed back to stock (status RELEASED, dept the one
*> that held it), and for every code FINDPWPI took out of stock
*> after a policy change (status RETIRED, dept the one that held
*> it, blank when it was AVAILABLE) - who got it, what lifecycle
*> status it moved to, and when. The master carries only the latest status;
*> this ledger is the full hand-off history the fulfillment desk
*> signs against.
*> the year-end close (FINDPWYC) moves closed-year lines to the
*> yearly archive and carries forward only the lines still in
*> force: a reservation still open at year end, and the ISSUED
*> line of a code the master still shows ISSUED, REDEEMED or
*> REVOKED. Those lead the ledger in code order.
01 FDPW-ILDG-REC.
    05 FDPW-ILDG-CODE             PIC X(6).
    05 FDPW-ILDG-DEPT             PIC X(8).
