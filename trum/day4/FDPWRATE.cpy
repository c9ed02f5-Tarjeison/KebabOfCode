*> one line of the chargeback rate card, maintained by finance -
*> what a department pays for each code issued to it and for each
*> day a code sits RESERVED in its name, and the cost center the
*> charge is journalled to. A department may carry several lines
*> with different effective dates; the chargeback prices a month
*> with the latest line in effect by the month's last day. The
*> line for department ******** is the default rate for any
*> department without one of its own.
01 FDPW-RATE-REC.
    05 FDPW-RATE-DEPT             PIC X(8).
        88 RATE-DEFAULT           VALUE '********'.
    05 FDPW-RATE-COST-CENTER      PIC X(10).
    05 FDPW-RATE-ISSUE            PIC 9(5)V99.
    05 FDPW-RATE-RESERVE-DAY      PIC 9(3)V99.
    05 FDPW-RATE-EFF-DATE         PIC 9(8).
    05 FILLER                     PIC X(42).
