*> one line on the request-entry session log (FDPWELOG), written
*> by FINDPWIE for every request the fulfillment desk keys - who
*> keyed it, when, and whether it went onto FDPWIREQ or was
*> refused on the entry panel (and why). A SIGNON and a SIGNOFF
*> line bracket each session; SIGNON carries the number of cards
*> already on FDPWIREQ at sign-on in QTY, SIGNOFF the session's
*> written count.
01 FDPW-ELOG-REC.
    05 FDPW-ELOG-STAMP            PIC 9(14).
    05 FDPW-ELOG-OPERATOR         PIC X(8).
    05 FDPW-ELOG-ACTION           PIC X(8).
        88 ELOG-SIGNON            VALUE 'SIGNON  '.
        88 ELOG-WRITTEN           VALUE 'WRITTEN '.
        88 ELOG-REFUSED           VALUE 'REFUSED '.
        88 ELOG-SIGNOFF           VALUE 'SIGNOFF '.
    05 FDPW-ELOG-TYPE             PIC X(1).
    05 FDPW-ELOG-DEPT             PIC X(8).
    05 FDPW-ELOG-QTY              PIC 9(4).
    05 FDPW-ELOG-CODE             PIC X(6).
    05 FDPW-ELOG-REASON           PIC X(30).
    05 FILLER                     PIC X(1).
