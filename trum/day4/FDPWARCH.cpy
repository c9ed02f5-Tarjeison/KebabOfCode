*> time, plus the date the record was archived. The archive is a
*> plain sequential file that only ever grows; a code that comes
*> back in a later scan simply re-enters the master as new.
*> the year-end close (FINDPWYC) moves closed-year records to the
*> yearly archive and carries forward the latest one for each code,
*> in code order, at the head of the file.
01 FDPW-ARCH-REC.
    05 FDPW-ARCH-CODE             PIC X(6).
    05 FDPW-ARCH-RULE             PIC X(20).
