*> the last partner redemption feed posted - a single record
*> replaced in place by every FINDPWRD run, the way the
*> transmission sequence is. A feed whose header sequence is not
*> past this one has already been posted and is refused whole.
01 FDPW-RSEQ-REC.
    05 FDPW-RSEQ-LAST             PIC 9(6).
    05 FDPW-RSEQ-LAST-DATE        PIC 9(8).
    05 FILLER                     PIC X(66).
