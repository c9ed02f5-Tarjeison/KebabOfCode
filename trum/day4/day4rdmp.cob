IDENTIFICATION DIVISION.
PROGRAM-ID. FINDPWRD.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
*>      FDPWRDMP is the partner's redemption feed - read twice, once
*>      to prove the envelope and once to post.
        SELECT FDPW-RDMP-FILE ASSIGN TO "FDPWRDMP"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RDMP-FILE-STATUS.
        SELECT FDPW-RSEQ-FILE ASSIGN TO "FDPWRSEQ"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RSEQ-FILE-STATUS.
        SELECT FDPW-MST-FILE ASSIGN TO "FDPWMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS FDPW-MST-CODE
            FILE STATUS IS WS-MST-FILE-STATUS.
        SELECT FDPW-DENY-FILE ASSIGN TO "FDPWDENY"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS FDPW-DENY-CODE
            FILE STATUS IS WS-DENY-FILE-STATUS.
*>      the aging archive is plain sequential - only searched for a
*>      redeemed code the master no longer holds.
        SELECT FDPW-ARCH-FILE ASSIGN TO "FDPWARCH"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ARCH-FILE-STATUS.
*>      the redemption ledger is read first, for the lines an
*>      earlier run of this same feed left on it, then reopened to
*>      append.
        SELECT FDPW-RLDG-FILE ASSIGN TO "FDPWRLDG"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RLDG-FILE-STATUS.
        SELECT FDPW-RPT-FILE ASSIGN TO "FDPWRDRP"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RPT-FILE-STATUS.
        SELECT FDPW-ERR-FILE ASSIGN TO "FDPWERR"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ERR-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  FDPW-RDMP-FILE.
        COPY FDPWRDMP.
    FD  FDPW-RSEQ-FILE.
        COPY FDPWRSEQ.
    FD  FDPW-MST-FILE.
        COPY FDPWMST.
    FD  FDPW-DENY-FILE.
        COPY FDPWDENY.
    FD  FDPW-ARCH-FILE.
        COPY FDPWARCH.
    FD  FDPW-RLDG-FILE.
        COPY FDPWRLDG.
    FD  FDPW-RPT-FILE.
    01  FDPW-RPT-REC.
        05 FDPW-RPT-CC                PIC X(1).
        05 FDPW-RPT-LINE              PIC X(132).
    FD  FDPW-ERR-FILE.
        COPY FDPWERR.

    WORKING-STORAGE SECTION.

    01  WS-RUN-DATE                     PIC 9(8).

*> the code the current redemption is working on - also what lands
*> in the FDPWERR code column if a file error hits mid-feed.
    01  WS-CURRENT-CODE                 PIC X(6) VALUE SPACES.

*> symbol set the scanners walk through - the hash total treats
*> each code as its position in this base-36 keyspace, the same
*> arithmetic FINDPWTX uses on the outbound side.
    01  WS-ALPHABET                     PIC X(36) VALUE
        '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

    01 WS-CONVERT.
        05 WS-CONV-CODE                 PIC X(6).
        05 WS-CONV-ORDINAL              PIC 9(10).
        05 WS-CONV-POS                  PIC 9.
        05 WS-CONV-IDX                  PIC 99.

*> what the envelope pass proved about the feed - the posting pass
*> only starts once header, trailer, count and hash all agree.
    01 WS-FEED-CONTROL.
        05 WS-FEED-SEQ                  PIC 9(6) VALUE 0.
        05 WS-FEED-DATE                 PIC 9(8) VALUE 0.
        05 WS-FEED-PARTNER              PIC X(8) VALUE SPACES.
        05 WS-LAST-SEQ                  PIC 9(6) VALUE 0.
        05 WS-EXPECTED-SEQ              PIC 9(6) VALUE 0.
        05 WS-TRL-SEQ                   PIC 9(6) VALUE 0.
        05 WS-TRL-COUNT                 PIC 9(9) VALUE 0.
        05 WS-TRL-HASH                  PIC 9(12) VALUE 0.
        05 WS-DETAIL-COUNT              PIC 9(9) VALUE 0.
        05 WS-HASH-TOTAL                PIC 9(12) VALUE 0.
        05 WS-HASH-WORK                 PIC 9(13).
        05 WS-HASH-DUMMY                PIC 9(1).

    01  WS-FEED-SWITCH                  PIC 9 VALUE 0.
        88 FEED-DONE                    VALUE 1.
        88 FEED-NOT-DONE                VALUE 0.

    01  WS-HEADER-SWITCH                PIC 9 VALUE 0.
        88 HEADER-SEEN                  VALUE 1.
        88 HEADER-NOT-SEEN              VALUE 0.

    01  WS-TRAILER-SWITCH               PIC 9 VALUE 0.
        88 TRAILER-SEEN                 VALUE 1.
        88 TRAILER-NOT-SEEN             VALUE 0.

*> set when anything follows the trailer or a second header turns
*> up - a concatenation of two feeds, refused whole.
    01  WS-ENVELOPE-SWITCH              PIC 9 VALUE 0.
        88 ENVELOPE-BROKEN              VALUE 1.
        88 ENVELOPE-INTACT              VALUE 0.

*> set while the feed is being walked in step with the ledger lines
*> an earlier, failed run of the same feed wrote - those redemptions
*> already have their ledger line, and must not be judged afresh.
    01 WS-PRIOR-CONTROL.
        05 WS-PRIOR-DISP                PIC X(4).
            88 PRIOR-POSTED             VALUE 'POST'.
        05 WS-PRIOR-SWITCH              PIC 9 VALUE 0.
            88 PRIOR-LINES-PENDING      VALUE 1.
            88 PRIOR-LINES-DONE         VALUE 0.
        05 WS-LEDGER-SWITCH             PIC 9 VALUE 0.
            88 LEDGER-LINE-WANTED       VALUE 0.
            88 LEDGER-LINE-ON-FILE      VALUE 1.
        05 WS-SCAN-SWITCH               PIC 9 VALUE 0.
            88 SCAN-DONE                VALUE 1.
            88 SCAN-NOT-DONE            VALUE 0.

    01  WS-ARCH-SWITCH                  PIC 9 VALUE 0.
        88 ARCH-DONE                    VALUE 1.
        88 ARCH-NOT-DONE                VALUE 0.

    01  WS-ARCH-FOUND-SWITCH            PIC 9 VALUE 0.
        88 ARCH-FOUND                   VALUE 1.
        88 ARCH-NOT-FOUND               VALUE 0.

*> the redemption being judged and what the master said about it.
    01 WS-REDEEM-CONTROL.
        05 WS-RDM-CODE                  PIC X(6).
        05 WS-RDM-DATE                  PIC 9(8).
        05 WS-RDM-LOCATION              PIC X(10).
        05 WS-RDM-DEPT                  PIC X(8).
        05 WS-RDM-STATUS                PIC X(10).
        05 WS-EXCP-REASON               PIC X(30).
        05 WS-EXCP-DETAIL               PIC X(30).
        05 WS-ARCH-DATE                 PIC 9(8).
        05 WS-MST-FOUND-SWITCH          PIC 9.
            88 MST-FOUND                VALUE 1.
            88 MST-NOT-FOUND            VALUE 0.

    01 WS-REDEEM-COUNTS.
        05 NUM-DETAILS-READ             PIC 9(9) VALUE 0.
        05 NUM-POSTED                   PIC 9(9) VALUE 0.
        05 NUM-PRIOR-LINES              PIC 9(9) VALUE 0.
        05 NUM-ALREADY-POSTED           PIC 9(9) VALUE 0.
        05 NUM-EXCEPTIONS               PIC 9(9) VALUE 0.
        05 NUM-EXCP-DENIED              PIC 9(6) VALUE 0.
        05 NUM-EXCP-REVOKED             PIC 9(6) VALUE 0.
        05 NUM-EXCP-AVAILABLE           PIC 9(6) VALUE 0.
        05 NUM-EXCP-RESERVED            PIC 9(6) VALUE 0.
        05 NUM-EXCP-REDEEMED            PIC 9(6) VALUE 0.
        05 NUM-EXCP-ARCHIVED            PIC 9(6) VALUE 0.
        05 NUM-EXCP-NOT-ON-MST          PIC 9(6) VALUE 0.
        05 NUM-EXCP-OTHER               PIC 9(6) VALUE 0.
        05 NUM-EXCP-EARLIER             PIC 9(6) VALUE 0.

*> return-code scheme for the scheduler's COND processing:
*>    0 = clean run - every redemption posted
*>    4 = completed with warnings - redemption exceptions on the
*>        report, a gap in the partner's feed sequence, or report
*>        and summary failures (see the FDPWERR summary)
*>   16 = fatal - the feed's envelope is broken (no header or
*>        trailer, count or hash disagreement), the feed was
*>        already posted, or the master is unusable. A broken
*>        envelope is caught before the first posting, so nothing
*>        on the master has changed.
*> every file error is remembered here and written to FDPWERR at
*> end of run (or on the way down after a fatal error).
    01 WS-ERROR-CONTROL.
        05 NUM-FILE-ERRORS              PIC 9(2) VALUE 0.
        05 WS-ERR-IDX                   PIC 9(2).
        05 WS-ERR-FILE-NAME             PIC X(8).
        05 WS-ERR-OPERATION             PIC X(8).
        05 WS-ERR-FILE-CODE             PIC X(2).
        05 WS-NEW-RC                    PIC 9(2).

    01 WS-ERROR-TABLE.
        05 WS-ERROR-ENTRY OCCURS 50 TIMES.
            10 WS-ERR-TBL-FILE          PIC X(8).
            10 WS-ERR-TBL-OPERATION     PIC X(8).
            10 WS-ERR-TBL-STATUS        PIC X(2).
            10 WS-ERR-TBL-CODE          PIC X(6).

    01 WS-DENY-CONTROL.
        05 WS-MATCHED-REASON            PIC X(30).
        05 WS-DENY-MATCH-SWITCH         PIC 9 VALUE 0.
            88 DENY-MATCHED             VALUE 1.
            88 DENY-NOT-MATCHED         VALUE 0.

    01 WS-PAGE-CONTROL.
        05 WS-LINE-COUNT                PIC 9(2) VALUE 99.
        05 WS-PAGE-COUNT                PIC 9(3) VALUE 0.
        05 WS-LINES-PER-PAGE            PIC 9(2) VALUE 55.
        05 WS-SAVED-LINE                PIC X(132).

    01 WS-HEADING-LINE.
        05 FILLER                       PIC X(36) VALUE
            'FINDPW PARTNER REDEMPTION EXCEPTIONS'.
        05 FILLER                       PIC X(9) VALUE 'RUN DATE '.
        05 WS-HDG-DATE                  PIC 9(8).
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 FILLER                       PIC X(5) VALUE 'PAGE '.
        05 WS-HDG-PAGE                  PIC ZZ9.
        05 FILLER                       PIC X(67) VALUE SPACES.

    01 WS-FEED-LINE.
        05 FILLER                       PIC X(14) VALUE
            'PARTNER FEED  '.
        05 WS-FDL-PARTNER               PIC X(8).
        05 FILLER                       PIC X(6) VALUE ' SEQ  '.
        05 WS-FDL-SEQ                   PIC 9(6).
        05 FILLER                       PIC X(8) VALUE '  DATED '.
        05 WS-FDL-DATE                  PIC 9(8).
        05 FILLER                       PIC X(10) VALUE '  RECORDS '.
        05 WS-FDL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
        05 FILLER                       PIC X(61) VALUE SPACES.

    01 WS-COLUMN-LINE.
        05 FILLER                       PIC X(44) VALUE
            'CODE    REDEEMED  LOCATION    DEPT      STAT'.
        05 FILLER                       PIC X(44) VALUE
            'US      REASON                          DETA'.
        05 FILLER                       PIC X(44) VALUE
            'IL                                          '.

    01 WS-EXCP-LINE.
        05 WS-EXL-CODE                  PIC X(6).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-EXL-DATE                  PIC 9(8).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-EXL-LOCATION              PIC X(10).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-EXL-DEPT                  PIC X(8).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-EXL-STATUS                PIC X(10).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-EXL-REASON                PIC X(30).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-EXL-DETAIL                PIC X(30).
        05 FILLER                       PIC X(18) VALUE SPACES.

*> the label is a named field, not a FILLER VALUE - the line is
*> blanked whole before each use.
    01 WS-TOTAL-LINE.
        05 WS-TTL-LABEL                 PIC X(36).
        05 WS-TTL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
        05 FILLER                       PIC X(85) VALUE SPACES.

    01  WS-RDMP-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-RSEQ-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-MST-FILE-STATUS              PIC XX VALUE '00'.
    01  WS-DENY-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-ARCH-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-RLDG-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-RPT-FILE-STATUS              PIC XX VALUE '00'.
    01  WS-ERR-FILE-STATUS              PIC XX VALUE '00'.

PROCEDURE DIVISION.
    0000-MAIN.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
        PERFORM 0010-PROVE-ENVELOPE
        PERFORM 0015-CHECK-FEED-SEQUENCE
        PERFORM 0018-OPEN-POSTING-FILES
        PERFORM 0200-PRINT-PAGE-HEADING
        SET FEED-NOT-DONE TO TRUE
        PERFORM 0030-POST-ONE-RECORD UNTIL FEED-DONE
        PERFORM 0300-PRINT-TOTALS
        CLOSE FDPW-RDMP-FILE
        CLOSE FDPW-MST-FILE
        CLOSE FDPW-DENY-FILE
        CLOSE FDPW-RLDG-FILE
        CLOSE FDPW-RPT-FILE
        PERFORM 0090-RECORD-FEED-SEQUENCE
        PERFORM 9100-WRITE-ERROR-SUMMARY
        DISPLAY 'FINDPWRD FEED SEQUENCE:     ' WS-FEED-SEQ
        DISPLAY 'FINDPWRD REDEMPTIONS READ:  ' NUM-DETAILS-READ
        DISPLAY 'FINDPWRD POSTED REDEEMED:   ' NUM-POSTED
        DISPLAY 'FINDPWRD POSTED EARLIER:    ' NUM-ALREADY-POSTED
        DISPLAY 'FINDPWRD EXCEPTIONS:        ' NUM-EXCEPTIONS
        STOP RUN
        .
    0000-END.

*> first pass over the feed - nothing is posted until the header,
*> the trailer, the record count and the hash total all agree. A
*> half-posted feed would leave the master and the partner's own
*> books disagreeing in ways no rerun could sort out.
    0010-PROVE-ENVELOPE.
        OPEN INPUT FDPW-RDMP-FILE
        IF WS-RDMP-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRD0001E ERROR OPENING FDPWRDMP - FILE '
                'STATUS ' WS-RDMP-FILE-STATUS
            MOVE 'FDPWRDMP' TO WS-ERR-FILE-NAME
            MOVE 'OPEN' TO WS-ERR-OPERATION
            MOVE WS-RDMP-FILE-STATUS TO WS-ERR-FILE-CODE
            PERFORM 9020-FATAL-FILE-ERROR
        END-IF
        SET FEED-NOT-DONE TO TRUE
        PERFORM 0012-PROVE-ONE-RECORD UNTIL FEED-DONE
        CLOSE FDPW-RDMP-FILE
        IF HEADER-NOT-SEEN OR TRAILER-NOT-SEEN OR ENVELOPE-BROKEN
            DISPLAY 'FINDPWRD0002E FDPWRDMP IS MISSING ITS HEADER '
                'OR TRAILER, OR CARRIES MORE THAN ONE - FEED '
                'REFUSED, NOTHING POSTED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-TRL-SEQ NOT = WS-FEED-SEQ
            DISPLAY 'FINDPWRD0003E FDPWRDMP HEADER SEQUENCE '
                WS-FEED-SEQ ' BUT TRAILER SEQUENCE ' WS-TRL-SEQ
                ' - FEED REFUSED, NOTHING POSTED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT
            DISPLAY 'FINDPWRD0004E FDPWRDMP TRAILER COUNT '
                WS-TRL-COUNT ' BUT ' WS-DETAIL-COUNT ' DETAILS '
                'RECEIVED - FEED REFUSED, NOTHING POSTED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-TRL-HASH NOT = WS-HASH-TOTAL
            DISPLAY 'FINDPWRD0005E FDPWRDMP TRAILER HASH '
                WS-TRL-HASH ' BUT DETAILS HASH TO ' WS-HASH-TOTAL
                ' - FEED REFUSED, NOTHING POSTED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0010-END.

    0012-PROVE-ONE-RECORD.
        READ FDPW-RDMP-FILE
            AT END
                SET FEED-DONE TO TRUE
            NOT AT END
                IF TRAILER-SEEN
                    SET ENVELOPE-BROKEN TO TRUE
                END-IF
                EVALUATE TRUE
                    WHEN RDMP-HEADER
                        IF HEADER-SEEN
                            SET ENVELOPE-BROKEN TO TRUE
                        END-IF
                        SET HEADER-SEEN TO TRUE
                        MOVE FDPW-RHDR-SEQ TO WS-FEED-SEQ
                        MOVE FDPW-RHDR-DATE TO WS-FEED-DATE
                        MOVE FDPW-RHDR-PARTNER TO WS-FEED-PARTNER
                    WHEN RDMP-TRAILER
                        SET TRAILER-SEEN TO TRUE
                        MOVE FDPW-RTRL-SEQ TO WS-TRL-SEQ
                        MOVE FDPW-RTRL-COUNT TO WS-TRL-COUNT
                        MOVE FDPW-RTRL-HASH TO WS-TRL-HASH
                    WHEN OTHER
                        IF HEADER-NOT-SEEN
                            SET ENVELOPE-BROKEN TO TRUE
                        END-IF
                        ADD 1 TO WS-DETAIL-COUNT
                        MOVE FDPW-RDTL-CODE TO WS-CONV-CODE
                        PERFORM 8020-CODE-TO-ORDINAL
*>                      low-order twelve digits are kept, the same
*>                      modulus the outbound trailer uses.
                        ADD WS-HASH-TOTAL WS-CONV-ORDINAL
                            GIVING WS-HASH-WORK
                        DIVIDE WS-HASH-WORK BY 1000000000000
                            GIVING WS-HASH-DUMMY
                            REMAINDER WS-HASH-TOTAL
                END-EVALUATE
        END-READ
        IF WS-RDMP-FILE-STATUS NOT = '00'
                AND WS-RDMP-FILE-STATUS NOT = '10'
            MOVE 'FDPWRDMP' TO WS-ERR-FILE-NAME
            MOVE 'READ' TO WS-ERR-OPERATION
            MOVE WS-RDMP-FILE-STATUS TO WS-ERR-FILE-CODE
            PERFORM 9020-FATAL-FILE-ERROR
        END-IF
        .
    0012-END.

*> a feed at or below the last sequence posted is a resend - posting
*> it again would turn every one of its redemptions into an ALREADY
*> REDEEMED exception. A jump past the next expected number means a
*> feed never arrived: post this one, but say so.
    0015-CHECK-FEED-SEQUENCE.
        MOVE 0 TO WS-LAST-SEQ
        OPEN INPUT FDPW-RSEQ-FILE
        IF WS-RSEQ-FILE-STATUS = '00'
            READ FDPW-RSEQ-FILE
                AT END
                    MOVE 0 TO WS-LAST-SEQ
                NOT AT END
                    IF FDPW-RSEQ-LAST IS NUMERIC
                        MOVE FDPW-RSEQ-LAST TO WS-LAST-SEQ
                    END-IF
            END-READ
            CLOSE FDPW-RSEQ-FILE
        ELSE
            IF WS-RSEQ-FILE-STATUS NOT = '35'
                DISPLAY 'FINDPWRD0006E ERROR OPENING FDPWRSEQ - FILE '
                    'STATUS ' WS-RSEQ-FILE-STATUS
                MOVE 'FDPWRSEQ' TO WS-ERR-FILE-NAME
                MOVE 'OPEN' TO WS-ERR-OPERATION
                MOVE WS-RSEQ-FILE-STATUS TO WS-ERR-FILE-CODE
                PERFORM 9020-FATAL-FILE-ERROR
            END-IF
        END-IF
        IF WS-FEED-SEQ NOT > WS-LAST-SEQ
            DISPLAY 'FINDPWRD0007E FEED SEQUENCE ' WS-FEED-SEQ
                ' WAS ALREADY POSTED (LAST POSTED ' WS-LAST-SEQ
                ') - FEED REFUSED, NOTHING POSTED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-LAST-SEQ GIVING WS-EXPECTED-SEQ
        IF WS-FEED-SEQ > WS-EXPECTED-SEQ
            DISPLAY 'FINDPWRD0008W FEED SEQUENCE ' WS-FEED-SEQ
                ' BUT ' WS-EXPECTED-SEQ ' WAS EXPECTED - ASK THE '
                'PARTNER FOR THE MISSING FEEDS'
            MOVE 4 TO WS-NEW-RC
            IF WS-NEW-RC > RETURN-CODE
                MOVE WS-NEW-RC TO RETURN-CODE
            END-IF
        END-IF
        .
    0015-END.

    0018-OPEN-POSTING-FILES.
        OPEN INPUT FDPW-DENY-FILE
        IF WS-DENY-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRD0009E ERROR OPENING FDPWDENY - FILE '
                'STATUS ' WS-DENY-FILE-STATUS ' - CANNOT SCREEN '
                'REDEMPTIONS WITHOUT THE DENY LIST'
            MOVE 'FDPWDENY' TO WS-ERR-FILE-NAME
            MOVE 'OPEN' TO WS-ERR-OPERATION
            MOVE WS-DENY-FILE-STATUS TO WS-ERR-FILE-CODE
            PERFORM 9020-FATAL-FILE-ERROR
        END-IF
        OPEN I-O FDPW-MST-FILE
        IF WS-MST-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRD0010E ERROR OPENING FDPWMST - FILE '
                'STATUS ' WS-MST-FILE-STATUS
            MOVE 'FDPWMST' TO WS-ERR-FILE-NAME
            MOVE 'OPEN' TO WS-ERR-OPERATION
            MOVE WS-MST-FILE-STATUS TO WS-ERR-FILE-CODE
            PERFORM 9020-FATAL-FILE-ERROR
        END-IF
        PERFORM 0020-FIND-PRIOR-LINES
        OPEN OUTPUT FDPW-RPT-FILE
        IF WS-RPT-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRD0012E ERROR OPENING FDPWRDRP - FILE '
                'STATUS ' WS-RPT-FILE-STATUS
            MOVE 'FDPWRDRP' TO WS-ERR-FILE-NAME
            MOVE 'OPEN' TO WS-ERR-OPERATION
            MOVE WS-RPT-FILE-STATUS TO WS-ERR-FILE-CODE
            PERFORM 9020-FATAL-FILE-ERROR
        END-IF
        OPEN INPUT FDPW-RDMP-FILE
        IF WS-RDMP-FILE-STATUS NOT = '00'
            MOVE 'FDPWRDMP' TO WS-ERR-FILE-NAME
            MOVE 'OPEN' TO WS-ERR-OPERATION
            MOVE WS-RDMP-FILE-STATUS TO WS-ERR-FILE-CODE
            PERFORM 9020-FATAL-FILE-ERROR
        END-IF
        .
    0018-END.

*> a run that failed partway has already written one ledger line per
*> redemption it got through, in feed order, under this feed's
*> sequence - and the sequence is only advanced at the end, so the
*> rerun arrives here with the same feed. Finding those lines is a
*> pass over the ledger; a clean feed finds none and goes straight
*> to appending.
    0020-FIND-PRIOR-LINES.
        SET PRIOR-LINES-DONE TO TRUE
        OPEN INPUT FDPW-RLDG-FILE
        EVALUATE WS-RLDG-FILE-STATUS
            WHEN '00'
                SET SCAN-NOT-DONE TO TRUE
                PERFORM 0022-SCAN-ONE-LEDGER-LINE UNTIL SCAN-DONE
                IF PRIOR-LINES-DONE
                    CLOSE FDPW-RLDG-FILE
                    PERFORM 0025-OPEN-LEDGER-TO-APPEND
                ELSE
                    DISPLAY 'FINDPWRD0017I FEED SEQUENCE ' WS-FEED-SEQ
                        ' WAS PARTLY POSTED BY AN EARLIER RUN - '
                        'RESUMING FROM ITS LEDGER LINES'
                END-IF
            WHEN '35'
                PERFORM 0025-OPEN-LEDGER-TO-APPEND
            WHEN OTHER
                DISPLAY 'FINDPWRD0011E ERROR OPENING FDPWRLDG - FILE '
                    'STATUS ' WS-RLDG-FILE-STATUS
                MOVE 'FDPWRLDG' TO WS-ERR-FILE-NAME
                MOVE 'OPEN' TO WS-ERR-OPERATION
                MOVE WS-RLDG-FILE-STATUS TO WS-ERR-FILE-CODE
                PERFORM 9020-FATAL-FILE-ERROR
        END-EVALUATE
        .
    0020-END.

    0022-SCAN-ONE-LEDGER-LINE.
        PERFORM 0027-READ-LEDGER-LINE
        IF SCAN-NOT-DONE
                AND NOT RLDG-CARRIED-FORWARD
                AND FDPW-RLDG-FEED-SEQ = WS-FEED-SEQ
            SET PRIOR-LINES-PENDING TO TRUE
            SET SCAN-DONE TO TRUE
        END-IF
        .
    0022-END.

    0025-OPEN-LEDGER-TO-APPEND.
        SET PRIOR-LINES-DONE TO TRUE
        OPEN EXTEND FDPW-RLDG-FILE
        IF WS-RLDG-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRD0011E ERROR OPENING FDPWRLDG - FILE '
                'STATUS ' WS-RLDG-FILE-STATUS
            MOVE 'FDPWRLDG' TO WS-ERR-FILE-NAME
            MOVE 'OPEN' TO WS-ERR-OPERATION
            MOVE WS-RLDG-FILE-STATUS TO WS-ERR-FILE-CODE
            PERFORM 9020-FATAL-FILE-ERROR
        END-IF
        .
    0025-END.

    0027-READ-LEDGER-LINE.
        READ FDPW-RLDG-FILE
            AT END
                SET SCAN-DONE TO TRUE
        END-READ
        IF WS-RLDG-FILE-STATUS NOT = '00'
                AND WS-RLDG-FILE-STATUS NOT = '10'
            MOVE 'FDPWRLDG' TO WS-ERR-FILE-NAME
            MOVE 'READ' TO WS-ERR-OPERATION
            MOVE WS-RLDG-FILE-STATUS TO WS-ERR-FILE-CODE
            PERFORM 9020-FATAL-FILE-ERROR
        END-IF
        .
    0027-END.

*> second pass - the envelope is already proven, so header and
*> trailer are simply stepped over.
    0030-POST-ONE-RECORD.
        READ FDPW-RDMP-FILE
            AT END
                SET FEED-DONE TO TRUE
            NOT AT END
                IF NOT RDMP-HEADER AND NOT RDMP-TRAILER
                    ADD 1 TO NUM-DETAILS-READ
                    IF PRIOR-LINES-PENDING
                        PERFORM 0035-RESUME-ONE-REDEMPTION
                    ELSE
                        PERFORM 0040-JUDGE-ONE-REDEMPTION
                    END-IF
                END-IF
        END-READ
        IF WS-RDMP-FILE-STATUS NOT = '00'
                AND WS-RDMP-FILE-STATUS NOT = '10'
            MOVE 'FDPWRDMP' TO WS-ERR-FILE-NAME
            MOVE 'READ' TO WS-ERR-OPERATION
            MOVE WS-RDMP-FILE-STATUS TO WS-ERR-FILE-CODE
            PERFORM 9020-FATAL-FILE-ERROR
        END-IF
        .
    0030-END.

*> a redemption the earlier run already put on the ledger. A POST
*> line means this feed redeemed the code - the master shows it
*> REDEEMED, which is not the fraud ALREADY REDEEMED looks for, so
*> it is counted as posted earlier and nothing is reported; if the
*> run died between the ledger line and the master rewrite the code
*> is still ISSUED and the rewrite is finished here. An EXCP line
*> stands as the earlier run decided it: the exception goes on this
*> run's report again with the ledger's reason, but its ledger line
*> is not written twice. The first ledger line that is
*> not this feed's ends the resume, and the ledger is reopened to
*> append for the redemptions the earlier run never reached.
    0035-RESUME-ONE-REDEMPTION.
        ADD 1 TO NUM-PRIOR-LINES
        IF FDPW-RLDG-CODE NOT = FDPW-RDTL-CODE
            DISPLAY 'FINDPWRD0018E LEDGER LINE ' NUM-PRIOR-LINES
                ' OF THE EARLIER RUN IS FOR CODE ' FDPW-RLDG-CODE
                ' BUT THE FEED HAS ' FDPW-RDTL-CODE ' - LEDGER AND '
                'FEED DISAGREE, NOT RESUMED'
            MOVE 'FDPWRLDG' TO WS-ERR-FILE-NAME
            MOVE 'RESUME' TO WS-ERR-OPERATION
            MOVE WS-RLDG-FILE-STATUS TO WS-ERR-FILE-CODE
            PERFORM 9020-FATAL-FILE-ERROR
        END-IF
        MOVE FDPW-RLDG-DISP TO WS-PRIOR-DISP
        SET LEDGER-LINE-ON-FILE TO TRUE
        MOVE FDPW-RDTL-CODE TO WS-RDM-CODE
        MOVE FDPW-RDTL-CODE TO WS-CURRENT-CODE
        MOVE FDPW-RLDG-REDEEM-DATE TO WS-RDM-DATE
        MOVE FDPW-RLDG-LOCATION TO WS-RDM-LOCATION
        MOVE SPACES TO WS-RDM-DEPT
        MOVE SPACES TO WS-RDM-STATUS
        PERFORM 0050-READ-MASTER
        IF PRIOR-POSTED
            IF MST-ISSUED
                PERFORM 0070-POST-REDEMPTION
            ELSE
                ADD 1 TO NUM-ALREADY-POSTED
            END-IF
        ELSE
            MOVE FDPW-RLDG-REASON TO WS-EXCP-REASON
            MOVE 'REPORTED BY AN EARLIER RUN' TO WS-EXCP-DETAIL
            IF MST-NOT-FOUND
                MOVE FDPW-RLDG-DEPT TO WS-RDM-DEPT
            END-IF
            ADD 1 TO NUM-EXCP-EARLIER
            PERFORM 0080-REPORT-EXCEPTION
        END-IF
        SET LEDGER-LINE-WANTED TO TRUE
        SET SCAN-NOT-DONE TO TRUE
        PERFORM 0027-READ-LEDGER-LINE
        IF SCAN-DONE
                OR RLDG-CARRIED-FORWARD
                OR FDPW-RLDG-FEED-SEQ NOT = WS-FEED-SEQ
            CLOSE FDPW-RLDG-FILE
            PERFORM 0025-OPEN-LEDGER-TO-APPEND
        END-IF
        .
    0035-END.

*> only an ISSUED code can be redeemed. Everything else the partner
*> reports is a code that should never have reached a customer, and
*> the deny list outranks whatever the lifecycle status says - the
*> same precedence the issuance batch applies on the way out.
    0040-JUDGE-ONE-REDEMPTION.
        MOVE FDPW-RDTL-CODE TO WS-RDM-CODE
        MOVE FDPW-RDTL-CODE TO WS-CURRENT-CODE
        IF FDPW-RDTL-REDEEM-DATE IS NUMERIC
            MOVE FDPW-RDTL-REDEEM-DATE TO WS-RDM-DATE
        ELSE
            MOVE 0 TO WS-RDM-DATE
        END-IF
        MOVE FDPW-RDTL-LOCATION TO WS-RDM-LOCATION
        MOVE SPACES TO WS-RDM-DEPT
        MOVE SPACES TO WS-RDM-STATUS
        MOVE SPACES TO WS-EXCP-DETAIL
        PERFORM 0050-READ-MASTER
        PERFORM 0055-SEARCH-DENY-LIST
        EVALUATE TRUE
            WHEN DENY-MATCHED
                MOVE 'CODE IS ON THE DENY LIST' TO WS-EXCP-REASON
                MOVE WS-MATCHED-REASON TO WS-EXCP-DETAIL
                ADD 1 TO NUM-EXCP-DENIED
                PERFORM 0080-REPORT-EXCEPTION
            WHEN MST-NOT-FOUND
                PERFORM 0060-SEARCH-ARCHIVE
                IF ARCH-FOUND
                    MOVE 'ARCHIVED OFF THE MASTER'
                        TO WS-EXCP-REASON
                    STRING 'ARCHIVED ' WS-ARCH-DATE
                        DELIMITED BY SIZE INTO WS-EXCP-DETAIL
                    ADD 1 TO NUM-EXCP-ARCHIVED
                ELSE
                    MOVE 'NOT ON THE VALID-CODE MASTER'
                        TO WS-EXCP-REASON
                    ADD 1 TO NUM-EXCP-NOT-ON-MST
                END-IF
                PERFORM 0080-REPORT-EXCEPTION
            WHEN MST-ISSUED
                PERFORM 0070-POST-REDEMPTION
            WHEN MST-REVOKED
                MOVE 'REDEEMED AFTER REVOCATION' TO WS-EXCP-REASON
                ADD 1 TO NUM-EXCP-REVOKED
                PERFORM 0080-REPORT-EXCEPTION
            WHEN MST-REDEEMED
                MOVE 'ALREADY REDEEMED ONCE' TO WS-EXCP-REASON
                ADD 1 TO NUM-EXCP-REDEEMED
                PERFORM 0080-REPORT-EXCEPTION
            WHEN MST-RESERVED
                MOVE 'RESERVED, NEVER ISSUED' TO WS-EXCP-REASON
                ADD 1 TO NUM-EXCP-RESERVED
                PERFORM 0080-REPORT-EXCEPTION
            WHEN MST-AVAILABLE OR FDPW-MST-STATUS = SPACES
                MOVE 'AVAILABLE, NEVER ISSUED' TO WS-EXCP-REASON
                MOVE 'AVAILABLE' TO WS-RDM-STATUS
                ADD 1 TO NUM-EXCP-AVAILABLE
                PERFORM 0080-REPORT-EXCEPTION
            WHEN OTHER
                MOVE 'STATUS NOT REDEEMABLE' TO WS-EXCP-REASON
                ADD 1 TO NUM-EXCP-OTHER
                PERFORM 0080-REPORT-EXCEPTION
        END-EVALUATE
        .
    0040-END.

    0050-READ-MASTER.
        SET MST-NOT-FOUND TO TRUE
        MOVE WS-RDM-CODE TO FDPW-MST-CODE
        READ FDPW-MST-FILE
        EVALUATE WS-MST-FILE-STATUS
            WHEN '00'
                SET MST-FOUND TO TRUE
                MOVE FDPW-MST-STATUS TO WS-RDM-STATUS
                MOVE FDPW-MST-ISSUED-TO TO WS-RDM-DEPT
            WHEN '23'
                MOVE SPACES TO FDPW-MST-STATUS
            WHEN OTHER
                MOVE 'FDPWMST' TO WS-ERR-FILE-NAME
                MOVE 'READ' TO WS-ERR-OPERATION
                MOVE WS-MST-FILE-STATUS TO WS-ERR-FILE-CODE
                PERFORM 9020-FATAL-FILE-ERROR
        END-EVALUATE
        .
    0050-END.

*> one keyed READ against the deny KSDS - record found means the
*> code is denied, 23 means it is clean, and anything else is a
*> broken security control and fails the run.
    0055-SEARCH-DENY-LIST.
        SET DENY-NOT-MATCHED TO TRUE
        MOVE WS-RDM-CODE TO FDPW-DENY-CODE
        READ FDPW-DENY-FILE
        EVALUATE WS-DENY-FILE-STATUS
            WHEN '00'
                SET DENY-MATCHED TO TRUE
                MOVE FDPW-DENY-REASON TO WS-MATCHED-REASON
            WHEN '23'
                CONTINUE
            WHEN OTHER
                MOVE 'FDPWDENY' TO WS-ERR-FILE-NAME
                MOVE 'READ' TO WS-ERR-OPERATION
                MOVE WS-DENY-FILE-STATUS TO WS-ERR-FILE-CODE
                PERFORM 9020-FATAL-FILE-ERROR
        END-EVALUATE
        .
    0055-END.

*> a redeemed code the master no longer holds is either one the
*> aging batch moved off, or one we never produced at all - both
*> are rare enough that a pass over the sequential archive per
*> miss costs less than holding the whole archive in storage.
    0060-SEARCH-ARCHIVE.
        SET ARCH-NOT-FOUND TO TRUE
        MOVE 0 TO WS-ARCH-DATE
        OPEN INPUT FDPW-ARCH-FILE
        IF WS-ARCH-FILE-STATUS = '35'
            CONTINUE
        ELSE
            IF WS-ARCH-FILE-STATUS NOT = '00'
                MOVE 'FDPWARCH' TO WS-ERR-FILE-NAME
                MOVE 'OPEN' TO WS-ERR-OPERATION
                MOVE WS-ARCH-FILE-STATUS TO WS-ERR-FILE-CODE
                PERFORM 9020-FATAL-FILE-ERROR
            END-IF
            SET ARCH-NOT-DONE TO TRUE
            PERFORM 0062-SEARCH-ONE-ARCHIVED UNTIL ARCH-DONE
            CLOSE FDPW-ARCH-FILE
        END-IF
        .
    0060-END.

    0062-SEARCH-ONE-ARCHIVED.
        READ FDPW-ARCH-FILE
            AT END
                SET ARCH-DONE TO TRUE
            NOT AT END
                IF FDPW-ARCH-CODE = WS-RDM-CODE
                    SET ARCH-FOUND TO TRUE
                    SET ARCH-DONE TO TRUE
                    MOVE FDPW-ARCH-DATE TO WS-ARCH-DATE
                    MOVE FDPW-ARCH-STATUS TO WS-RDM-STATUS
                    MOVE FDPW-ARCH-ISSUED-TO TO WS-RDM-DEPT
                END-IF
        END-READ
        IF WS-ARCH-FILE-STATUS NOT = '00'
                AND WS-ARCH-FILE-STATUS NOT = '10'
            MOVE 'FDPWARCH' TO WS-ERR-FILE-NAME
            MOVE 'READ' TO WS-ERR-OPERATION
            MOVE WS-ARCH-FILE-STATUS TO WS-ERR-FILE-CODE
            PERFORM 9020-FATAL-FILE-ERROR
        END-IF
        .
    0062-END.

*> the POST line goes on the ledger before the master is rewritten,
*> so a run that dies between the two leaves a line a rerun can
*> finish from - never a REDEEMED code with no redemption behind it.
    0070-POST-REDEMPTION.
        MOVE SPACES TO WS-EXCP-REASON
        IF LEDGER-LINE-WANTED
            MOVE SPACES TO FDPW-RLDG-REC
            MOVE 'POST' TO FDPW-RLDG-DISP
            PERFORM 0085-WRITE-LEDGER-RECORD
        END-IF
        MOVE 'REDEEMED' TO FDPW-MST-STATUS
        REWRITE FDPW-MST-REC
        IF WS-MST-FILE-STATUS NOT = '00'
            MOVE 'FDPWMST' TO WS-ERR-FILE-NAME
            MOVE 'REWRITE' TO WS-ERR-OPERATION
            MOVE WS-MST-FILE-STATUS TO WS-ERR-FILE-CODE
            PERFORM 9020-FATAL-FILE-ERROR
        END-IF
        ADD 1 TO NUM-POSTED
        .
    0070-END.

    0080-REPORT-EXCEPTION.
        ADD 1 TO NUM-EXCEPTIONS
        MOVE 4 TO WS-NEW-RC
        IF WS-NEW-RC > RETURN-CODE
            MOVE WS-NEW-RC TO RETURN-CODE
        END-IF
        MOVE SPACES TO WS-EXCP-LINE
        MOVE WS-RDM-CODE TO WS-EXL-CODE
        MOVE WS-RDM-DATE TO WS-EXL-DATE
        MOVE WS-RDM-LOCATION TO WS-EXL-LOCATION
        MOVE WS-RDM-DEPT TO WS-EXL-DEPT
        MOVE WS-RDM-STATUS TO WS-EXL-STATUS
        MOVE WS-EXCP-REASON TO WS-EXL-REASON
        MOVE WS-EXCP-DETAIL TO WS-EXL-DETAIL
        MOVE WS-EXCP-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        IF LEDGER-LINE-WANTED
            MOVE SPACES TO FDPW-RLDG-REC
            MOVE 'EXCP' TO FDPW-RLDG-DISP
            PERFORM 0085-WRITE-LEDGER-RECORD
        END-IF
        .
    0080-END.

*> the ledger is the only record of where and when a code was used,
*> so a ledger that cannot be written fails the run rather than
*> leaving a REDEEMED master record with no redemption behind it.
    0085-WRITE-LEDGER-RECORD.
        MOVE WS-RDM-CODE TO FDPW-RLDG-CODE
        MOVE WS-RDM-DATE TO FDPW-RLDG-REDEEM-DATE
        MOVE WS-RDM-LOCATION TO FDPW-RLDG-LOCATION
        MOVE WS-FEED-SEQ TO FDPW-RLDG-FEED-SEQ
        MOVE WS-RDM-DEPT TO FDPW-RLDG-DEPT
        MOVE WS-EXCP-REASON TO FDPW-RLDG-REASON
        MOVE WS-RUN-DATE TO FDPW-RLDG-POST-DATE
        WRITE FDPW-RLDG-REC
        IF WS-RLDG-FILE-STATUS NOT = '00'
            MOVE 'FDPWRLDG' TO WS-ERR-FILE-NAME
            MOVE 'WRITE' TO WS-ERR-OPERATION
            MOVE WS-RLDG-FILE-STATUS TO WS-ERR-FILE-CODE
            PERFORM 9020-FATAL-FILE-ERROR
        END-IF
        .
    0085-END.

*> the sequence is only advanced once the whole feed has posted - a
*> run that fails partway can be rerun against the same feed. The
*> rerun resumes from the ledger lines the failed run wrote (see
*> 0035): what it already posted is counted as posted earlier, not
*> reported ALREADY REDEEMED, and no ledger line is written twice.
    0090-RECORD-FEED-SEQUENCE.
        OPEN OUTPUT FDPW-RSEQ-FILE
        IF WS-RSEQ-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRD0013E ERROR REWRITING FDPWRSEQ - FILE '
                'STATUS ' WS-RSEQ-FILE-STATUS
            MOVE 'FDPWRSEQ' TO WS-ERR-FILE-NAME
            MOVE 'OPEN' TO WS-ERR-OPERATION
            MOVE WS-RSEQ-FILE-STATUS TO WS-ERR-FILE-CODE
            PERFORM 9020-FATAL-FILE-ERROR
        END-IF
        MOVE SPACES TO FDPW-RSEQ-REC
        MOVE WS-FEED-SEQ TO FDPW-RSEQ-LAST
        MOVE WS-RUN-DATE TO FDPW-RSEQ-LAST-DATE
        WRITE FDPW-RSEQ-REC
        IF WS-RSEQ-FILE-STATUS NOT = '00'
            MOVE 'FDPWRSEQ' TO WS-ERR-FILE-NAME
            MOVE 'WRITE' TO WS-ERR-OPERATION
            MOVE WS-RSEQ-FILE-STATUS TO WS-ERR-FILE-CODE
            PERFORM 9020-FATAL-FILE-ERROR
        END-IF
        CLOSE FDPW-RSEQ-FILE
        .
    0090-END.

    0200-PRINT-PAGE-HEADING.
        ADD 1 TO WS-PAGE-COUNT
        MOVE WS-RUN-DATE TO WS-HDG-DATE
        MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
        MOVE SPACES TO FDPW-RPT-REC
        MOVE '1' TO FDPW-RPT-CC
        MOVE WS-HEADING-LINE TO FDPW-RPT-LINE
        PERFORM 0240-WRITE-REPORT-RECORD
        MOVE WS-FEED-PARTNER TO WS-FDL-PARTNER
        MOVE WS-FEED-SEQ TO WS-FDL-SEQ
        MOVE WS-FEED-DATE TO WS-FDL-DATE
        MOVE WS-DETAIL-COUNT TO WS-FDL-COUNT
        MOVE SPACE TO FDPW-RPT-CC
        MOVE WS-FEED-LINE TO FDPW-RPT-LINE
        PERFORM 0240-WRITE-REPORT-RECORD
        MOVE '0' TO FDPW-RPT-CC
        MOVE WS-COLUMN-LINE TO FDPW-RPT-LINE
        PERFORM 0240-WRITE-REPORT-RECORD
        MOVE 5 TO WS-LINE-COUNT
        .
    0200-END.

    0220-PRINT-ONE-LINE.
        IF WS-LINE-COUNT > WS-LINES-PER-PAGE
            MOVE FDPW-RPT-LINE TO WS-SAVED-LINE
            PERFORM 0200-PRINT-PAGE-HEADING
            MOVE WS-SAVED-LINE TO FDPW-RPT-LINE
        END-IF
        MOVE SPACE TO FDPW-RPT-CC
        PERFORM 0240-WRITE-REPORT-RECORD
        ADD 1 TO WS-LINE-COUNT
        .
    0220-END.

    0240-WRITE-REPORT-RECORD.
        WRITE FDPW-RPT-REC
        IF WS-RPT-FILE-STATUS NOT = '00'
            MOVE 'FDPWRDRP' TO WS-ERR-FILE-NAME
            MOVE 'WRITE' TO WS-ERR-OPERATION
            MOVE WS-RPT-FILE-STATUS TO WS-ERR-FILE-CODE
            PERFORM 9030-WARN-FILE-ERROR
        END-IF
        .
    0240-END.

*> the totals block keeps together on one page - a new page is
*> started if fewer than its dozen-odd lines remain.
    0300-PRINT-TOTALS.
        IF WS-LINE-COUNT > 40
            PERFORM 0200-PRINT-PAGE-HEADING
        END-IF
        IF NUM-EXCEPTIONS = 0
            MOVE SPACES TO WS-TOTAL-LINE
            MOVE 'NO REDEMPTION EXCEPTIONS' TO WS-TTL-LABEL
            MOVE WS-TOTAL-LINE TO FDPW-RPT-LINE
            PERFORM 0220-PRINT-ONE-LINE
        END-IF
        MOVE SPACES TO WS-TOTAL-LINE
        MOVE 'REDEMPTIONS RECEIVED' TO WS-TTL-LABEL
        MOVE NUM-DETAILS-READ TO WS-TTL-COUNT
        MOVE WS-TOTAL-LINE TO FDPW-RPT-LINE
        MOVE '0' TO FDPW-RPT-CC
        PERFORM 0240-WRITE-REPORT-RECORD
        ADD 2 TO WS-LINE-COUNT
        MOVE 'POSTED REDEEMED' TO WS-TTL-LABEL
        MOVE NUM-POSTED TO WS-TTL-COUNT
        PERFORM 0310-PRINT-ONE-TOTAL
        MOVE 'POSTED BY AN EARLIER RUN' TO WS-TTL-LABEL
        MOVE NUM-ALREADY-POSTED TO WS-TTL-COUNT
        PERFORM 0310-PRINT-ONE-TOTAL
        MOVE 'EXCEPTIONS' TO WS-TTL-LABEL
        MOVE NUM-EXCEPTIONS TO WS-TTL-COUNT
        PERFORM 0310-PRINT-ONE-TOTAL
        MOVE '  ON THE DENY LIST' TO WS-TTL-LABEL
        MOVE NUM-EXCP-DENIED TO WS-TTL-COUNT
        PERFORM 0310-PRINT-ONE-TOTAL
        MOVE '  REVOKED' TO WS-TTL-LABEL
        MOVE NUM-EXCP-REVOKED TO WS-TTL-COUNT
        PERFORM 0310-PRINT-ONE-TOTAL
        MOVE '  ALREADY REDEEMED' TO WS-TTL-LABEL
        MOVE NUM-EXCP-REDEEMED TO WS-TTL-COUNT
        PERFORM 0310-PRINT-ONE-TOTAL
        MOVE '  RESERVED, NEVER ISSUED' TO WS-TTL-LABEL
        MOVE NUM-EXCP-RESERVED TO WS-TTL-COUNT
        PERFORM 0310-PRINT-ONE-TOTAL
        MOVE '  AVAILABLE, NEVER ISSUED' TO WS-TTL-LABEL
        MOVE NUM-EXCP-AVAILABLE TO WS-TTL-COUNT
        PERFORM 0310-PRINT-ONE-TOTAL
        MOVE '  ARCHIVED OFF THE MASTER' TO WS-TTL-LABEL
        MOVE NUM-EXCP-ARCHIVED TO WS-TTL-COUNT
        PERFORM 0310-PRINT-ONE-TOTAL
        MOVE '  NOT ON THE VALID-CODE MASTER' TO WS-TTL-LABEL
        MOVE NUM-EXCP-NOT-ON-MST TO WS-TTL-COUNT
        PERFORM 0310-PRINT-ONE-TOTAL
        MOVE '  OTHER STATUS' TO WS-TTL-LABEL
        MOVE NUM-EXCP-OTHER TO WS-TTL-COUNT
        PERFORM 0310-PRINT-ONE-TOTAL
        MOVE '  REPORTED BY AN EARLIER RUN' TO WS-TTL-LABEL
        MOVE NUM-EXCP-EARLIER TO WS-TTL-COUNT
        PERFORM 0310-PRINT-ONE-TOTAL
        .
    0300-END.

    0310-PRINT-ONE-TOTAL.
        MOVE WS-TOTAL-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        .
    0310-END.

*> treats the code as a six-digit base-36 number over WS-ALPHABET,
*> most significant character first - the same ordering the
*> scanners' 0060-INCREMENT-CODE steps through.
    8020-CODE-TO-ORDINAL.
        MOVE 0 TO WS-CONV-ORDINAL
        PERFORM VARYING WS-CONV-POS FROM 1 BY 1 UNTIL WS-CONV-POS > 6
            PERFORM VARYING WS-CONV-IDX FROM 1 BY 1
                    UNTIL WS-ALPHABET(WS-CONV-IDX:1) =
                        WS-CONV-CODE(WS-CONV-POS:1)
                    OR WS-CONV-IDX = 36
                CONTINUE
            END-PERFORM
            COMPUTE WS-CONV-ORDINAL =
                WS-CONV-ORDINAL * 36 + WS-CONV-IDX - 1
        END-PERFORM
        .
    8020-END.

*> remembers one file error for the end-of-run summary and raises
*> the run's return code - the table caps at fifty; later errors
*> still raise the return code but only the first fifty are listed.
    9000-RECORD-FILE-ERROR.
        IF WS-NEW-RC > RETURN-CODE
            MOVE WS-NEW-RC TO RETURN-CODE
        END-IF
        IF NUM-FILE-ERRORS < 50
            ADD 1 TO NUM-FILE-ERRORS
            MOVE WS-ERR-FILE-NAME
                TO WS-ERR-TBL-FILE(NUM-FILE-ERRORS)
            MOVE WS-ERR-OPERATION
                TO WS-ERR-TBL-OPERATION(NUM-FILE-ERRORS)
            MOVE WS-ERR-FILE-CODE
                TO WS-ERR-TBL-STATUS(NUM-FILE-ERRORS)
            MOVE WS-CURRENT-CODE TO WS-ERR-TBL-CODE(NUM-FILE-ERRORS)
        END-IF
        .
    9000-END.

    9020-FATAL-FILE-ERROR.
        DISPLAY 'FINDPWRD0014E UNRECOVERABLE ' WS-ERR-OPERATION
            ' ERROR ON ' WS-ERR-FILE-NAME ' - FILE STATUS '
            WS-ERR-FILE-CODE ' AT CODE ' WS-CURRENT-CODE
        MOVE 16 TO WS-NEW-RC
        PERFORM 9000-RECORD-FILE-ERROR
        PERFORM 9100-WRITE-ERROR-SUMMARY
        STOP RUN
        .
    9020-END.

    9030-WARN-FILE-ERROR.
        IF NUM-FILE-ERRORS < 50
            DISPLAY 'FINDPWRD0015W ' WS-ERR-OPERATION ' ERROR ON '
                WS-ERR-FILE-NAME ' - FILE STATUS ' WS-ERR-FILE-CODE
                ' - RUN CONTINUES'
        END-IF
        MOVE 4 TO WS-NEW-RC
        PERFORM 9000-RECORD-FILE-ERROR
        .
    9030-END.

    9100-WRITE-ERROR-SUMMARY.
        IF NUM-FILE-ERRORS > 0
            OPEN OUTPUT FDPW-ERR-FILE
            IF WS-ERR-FILE-STATUS = '00'
                PERFORM 9110-WRITE-ONE-ERROR
                    VARYING WS-ERR-IDX FROM 1 BY 1
                    UNTIL WS-ERR-IDX > NUM-FILE-ERRORS
                CLOSE FDPW-ERR-FILE
            ELSE
                DISPLAY 'FINDPWRD0016W ERROR OPENING FDPWERR - FILE '
                    'STATUS ' WS-ERR-FILE-STATUS ' - ERROR SUMMARY '
                    'NOT WRITTEN'
            END-IF
        END-IF
        .
    9100-END.

    9110-WRITE-ONE-ERROR.
        MOVE SPACES TO FDPW-ERR-REC
        MOVE WS-ERR-TBL-FILE(WS-ERR-IDX) TO FDPW-ERR-DDNAME
        MOVE WS-ERR-TBL-OPERATION(WS-ERR-IDX) TO FDPW-ERR-OPERATION
        MOVE WS-ERR-TBL-STATUS(WS-ERR-IDX) TO FDPW-ERR-STATUS
        MOVE WS-ERR-TBL-CODE(WS-ERR-IDX) TO FDPW-ERR-CODE
        MOVE FUNCTION CURRENT-DATE(1:14) TO FDPW-ERR-STAMP
        MOVE 'FINDPWRD' TO FDPW-ERR-PROGRAM
        WRITE FDPW-ERR-REC
        .
    9110-END.

END PROGRAM FINDPWRD.
