*> the partner's daily redemption file - one detail per code a
*> customer actually used, where and when, between a header
*> carrying the partner's own run-to-run sequence number and a
*> trailer with the record count and a hash total over the code
*> field. The same envelope as our FDPWXMIT hand-off, computed the
*> same way (base-36 ordinals, low-order twelve digits), so a
*> truncated or substituted feed is caught before anything posts.
*> RHD*** and RTL*** cannot occur in a real code.
01 FDPW-RDMP-REC.
    05 FDPW-RDMP-ID               PIC X(6).
        88 RDMP-HEADER            VALUE 'RHD***'.
        88 RDMP-TRAILER           VALUE 'RTL***'.
    05 FILLER                     PIC X(74).
01 FDPW-RDMP-HDR.
    05 FILLER                     PIC X(6).
    05 FDPW-RHDR-SEQ              PIC 9(6).
    05 FDPW-RHDR-DATE             PIC 9(8).
    05 FDPW-RHDR-PARTNER          PIC X(8).
    05 FILLER                     PIC X(52).
01 FDPW-RDMP-DTL.
    05 FDPW-RDTL-CODE             PIC X(6).
    05 FDPW-RDTL-REDEEM-DATE      PIC 9(8).
    05 FDPW-RDTL-LOCATION         PIC X(10).
    05 FILLER                     PIC X(56).
01 FDPW-RDMP-TRL.
    05 FILLER                     PIC X(6).
    05 FDPW-RTRL-SEQ              PIC 9(6).
    05 FDPW-RTRL-COUNT            PIC 9(9).
    05 FDPW-RTRL-HASH             PIC 9(12).
    05 FILLER                     PIC X(47).
