*> one record per ledger on the year-end close control file
*> (FDPWYCTL), rewritten by FINDPWYC at every step of a ledger's
*> close so that a rerun knows where the last attempt stopped:
*>   STARTED  the split was begun - the yearly archive and the work
*>            copy may be part-written; the live ledger is untouched
*>   SPLIT    the yearly archive and the work copy (current year
*>            plus carried forward) are complete and in balance;
*>            the live ledger has still to be replaced
*>   CLOSED   the live ledger now holds the work copy
*> YEAR is the last closed year the phase applies to. Each total
*> is a record count and a hash (the ledger's own date or stamp,
*> summed modulo 10**15), in this order:
*>   1 live ledger before the close   2 archived (closed years)
*>   3 kept (current year)            4 carried forward
*>   5 live ledger after the close
01 FDPW-YCTL-REC.
    05 FDPW-YCTL-LEDGER           PIC X(8).
    05 FDPW-YCTL-YEAR             PIC 9(4).
    05 FDPW-YCTL-PHASE            PIC X(8).
        88 YCTL-STARTED           VALUE 'STARTED '.
        88 YCTL-SPLIT             VALUE 'SPLIT   '.
        88 YCTL-CLOSED            VALUE 'CLOSED  '.
    05 FDPW-YCTL-STAMP            PIC 9(14).
    05 FDPW-YCTL-TOTAL OCCURS 5 TIMES.
        10 FDPW-YCTL-COUNT        PIC 9(9).
        10 FDPW-YCTL-HASH         PIC 9(15).
    05 FILLER                     PIC X(46).
