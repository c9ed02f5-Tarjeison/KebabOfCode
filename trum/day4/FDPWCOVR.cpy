*> which rule and run-length bounds, and when. The FINDPWCA audit
*> sorts this ledger and reports gaps, overlaps, and ranges scanned
*> under bounds other than the current policy.
*> the year-end close (FINDPWYC) replaces the closed years' ranges
*> with carried-forward ones (KIND C): abutting ranges of the same
*> rule and bounds merged into one, DATE the latest of their scan
*> dates and FROM-DATE the earliest. A closed-year range that
*> overlapped ground already covered is carried as it was, so the
*> audit still reports it. Scanners leave KIND and FROM-DATE as
*> spaces.
01 FDPW-COVR-REC.
    05 FDPW-COVR-START            PIC X(6).
    05 FDPW-COVR-END              PIC X(6).
    05 FDPW-COVR-RUNLEN-LOW       PIC 9(2).
    05 FDPW-COVR-RUNLEN-HIGH      PIC 9(2).
    05 FDPW-COVR-DATE             PIC 9(8).
    05 FDPW-COVR-KIND             PIC X(1).
        88 COVR-CARRIED-FORWARD   VALUE 'C'.
    05 FDPW-COVR-FROM-DATE        PIC 9(8).
    05 FILLER                     PIC X(27).
