*> CHANGE writes a BEFORE and an AFTER record so both reasons are
*> on file; a rejected or recycled transaction writes one record
*> with the disposition and the reason it did not apply.
*> the year-end close (FINDPWYC) leaves one DISP CFWD record per
*> action and disposition at the head of the trail, stamped with
*> the closed year and zero month and day: how many transactions
*> the closed years held, the earliest year among them, and the
*> disposition they had. The detail is on the yearly archives.
01 FDPW-DAUD-REC.
    05 FDPW-DAUD-STAMP            PIC 9(14).
    05 FDPW-DAUD-ACTION           PIC X(6).
        88 DAUD-APPLIED           VALUE 'APPL'.
        88 DAUD-REJECTED          VALUE 'REJ '.
        88 DAUD-RECYCLED          VALUE 'RCYC'.
        88 DAUD-CARRIED-FORWARD   VALUE 'CFWD'.
    05 FDPW-DAUD-DETAIL.
        10 FDPW-DAUD-IMAGE        PIC X(6).
        10 FDPW-DAUD-REASON       PIC X(30).
        10 FDPW-DAUD-EFF-DATE     PIC 9(8).
        10 FILLER                 PIC X(6).
    05 FDPW-DAUD-CFWD REDEFINES FDPW-DAUD-DETAIL.
        10 FDPW-DAUD-CFWD-OF-DISP PIC X(4).
        10 FDPW-DAUD-CFWD-COUNT   PIC 9(9).
        10 FDPW-DAUD-CFWD-FROM-YEAR PIC 9(4).
        10 FILLER                 PIC X(33).
