*> count and hash the trailer carried. The FINDPWAK matcher reads
*> this back against the partner's acknowledgment file; a log
*> record with no acknowledgment is a hand-off that went missing.
*> the year-end close (FINDPWYC) carries forward the closed-year
*> transmissions the partner has not acknowledged clean; the rest
*> go to the yearly archive only.
01 FDPW-XLOG-REC.
    05 FDPW-XLOG-SEQ              PIC 9(6).
    05 FDPW-XLOG-DATE             PIC 9(8).
