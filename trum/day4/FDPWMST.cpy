        88 MST-RESERVED           VALUE 'RESERVED  '.
        88 MST-ISSUED             VALUE 'ISSUED    '.
        88 MST-REVOKED            VALUE 'REVOKED   '.
*>      the partner reported the customer used it - posted by the
*>      FINDPWRD redemption batch, only ever from ISSUED.
        88 MST-REDEEMED           VALUE 'REDEEMED  '.
*>      taken out of stock because a policy change made it fail
*>      its rule - set by the FINDPWPI impact sweep, only ever
*>      from AVAILABLE or RESERVED, and never issued again.
        88 MST-RETIRED            VALUE 'RETIRED   '.
*> when and for whom FINDPWIS issued (or reserved) the code - zeros
*> and spaces while the code is still AVAILABLE.
    05 FDPW-MST-ISSUE-DATE        PIC 9(8).
