*> checkpoint for the catalog-driven scanner (day4dual.cob) - one
*> record, replaced in place the way the single-rule checkpoints
*> are, but carrying every catalog rule's running counts, by slot,
*> so a restart can reconcile every trailer. Its dataset is
*> LRECL 200, not 80 - do not point a single-rule FDPWCKPT DD at it
*> or vice versa. A restart refuses a checkpoint whose rule ids do
*> not match the catalog it is running under.
01 FDPW-CKPD-REC.
    05 FDPW-CKPD-START            PIC X(6).
    05 FDPW-CKPD-END              PIC X(6).
    05 FDPW-CKPD-RUNLEN-LOW       PIC 9(2).
    05 FDPW-CKPD-RUNLEN-HIGH      PIC 9(2).
    05 FDPW-CKPD-PASSWORD         PIC X(6).
*> same timing fields the single-rule checkpoints carry, but at
*> different offsets - FINDPWPQ reads this layout only through
*> its own FDPWCKPD DD under PARM DUAL, never through FDPWCKPT.
    05 FDPW-CKPD-START-STAMP      PIC 9(14).
    05 FDPW-CKPD-STAMP            PIC 9(14).
    05 FDPW-CKPD-ITERATIONS       PIC 9(10).
*> one entry per output slot (FDPWOUTn/FDPWSUPn); RULE-ID is
*> spaces for a slot the catalog does not use.
    05 FDPW-CKPD-SLOT OCCURS 6 TIMES.
        10 FDPW-CKPD-RULE-ID      PIC X(8).
        10 FDPW-CKPD-VALID        PIC 9(6).
        10 FDPW-CKPD-SUPP         PIC 9(6).
    05 FILLER                     PIC X(20).
