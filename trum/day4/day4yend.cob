IDENTIFICATION DIVISION.
PROGRAM-ID. FINDPWYC.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
*>      the permanent ledger being closed - read in the split, and
*>      replaced by the work copy once the split is in balance.
        SELECT FDPW-LIVE-FILE ASSIGN TO "FDPWLIVE"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-LIVE-FILE-STATUS.
*>      the issuance ledger or the master archive sorted on the code
*>      by the job's SORT step, for finding what each code still
*>      needs carried forward. Not used for the other ledgers.
        SELECT FDPW-LSRT-FILE ASSIGN TO "FDPWLSRT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-LSRT-FILE-STATUS.
*>      the ledger's yearly archive for the closed year, and the
*>      work copy that becomes the new live ledger. Both are stable
*>      datasets opened OUTPUT, so a rerun writes them afresh.
        SELECT FDPW-YARC-FILE ASSIGN TO "FDPWYARC"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-YARC-FILE-STATUS.
        SELECT FDPW-YWRK-FILE ASSIGN TO "FDPWYWRK"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-YWRK-FILE-STATUS.
        SELECT FDPW-YCTL-FILE ASSIGN TO "FDPWYCTL"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-YCTL-FILE-STATUS.
*>      issuance ledger close only - whether a code issued in a
*>      closed year is still out.
        SELECT FDPW-MST-FILE ASSIGN TO "FDPWMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS FDPW-MST-CODE
            FILE STATUS IS WS-MST-FILE-STATUS.
*>      transmission log close only - the partner's acknowledgments.
        SELECT FDPW-ACK-FILE ASSIGN TO "FDPWACK"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ACK-FILE-STATUS.
        SELECT FDPW-YCRP-FILE ASSIGN TO "FDPWYCRP"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-YCRP-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  FDPW-LIVE-FILE.
    01  FDPW-LIVE-REC                 PIC X(80).
    FD  FDPW-LSRT-FILE.
    01  FDPW-LSRT-REC                 PIC X(80).
    FD  FDPW-YARC-FILE.
    01  FDPW-YARC-REC                 PIC X(80).
    FD  FDPW-YWRK-FILE.
    01  FDPW-YWRK-REC                 PIC X(80).
    FD  FDPW-YCTL-FILE.
    01  FDPW-YCTL-FILE-REC            PIC X(200).
    FD  FDPW-MST-FILE.
        COPY FDPWMST.
    FD  FDPW-ACK-FILE.
        COPY FDPWACK.
    FD  FDPW-YCRP-FILE.
    01  FDPW-YCRP-REC.
        05 FDPW-YCRP-CC               PIC X(1).
        05 FDPW-YCRP-LINE             PIC X(132).

    WORKING-STORAGE SECTION.

    01  WS-RUN-DATE                     PIC 9(8).
    01  WS-RUN-STAMP                    PIC 9(14).

*> return-code scheme for the scheduler's COND processing:
*>    0 = the ledger is closed for the year (or already was), or
*>        the control report found every ledger closed and in
*>        balance
*>    4 = control report only - a ledger not yet closed for the
*>        year
*>   16 = fatal - bad PARM, a file that will not open, read or
*>        write, a table overflow, or totals that do not balance.
*>        Nothing a rerun cannot redo has been changed: the live
*>        ledger is only replaced once the archive and work copy
*>        are complete and in balance. Fix the cause and rerun
*>        the same step. On the control report, a ledger whose
*>        recorded totals do not balance.
*> the PARM is ledger,year - the DD name of the ledger to close
*> (FDPWHIST, FDPWCOVR, FDPWILDG, FDPWDAUD, FDPWXLOG, FDPWARCH or
*> FDPWRLDG) and the last year to close, YYYY; left off, the year
*> before this one. REPORT,year prints the control report for the
*> year from the control file instead.
    01 WS-PARM-PARSE.
        05 FDPW-LEDGER-TXT              PIC X(8) VALUE SPACES.
        05 FDPW-YEAR-TXT                PIC X(4) VALUE SPACES.

    01 WS-CLOSE-CONTROL.
        05 WS-CLOSE-LEDGER              PIC X(8).
            88 CLOSE-HISTORY            VALUE 'FDPWHIST'.
            88 CLOSE-COVERAGE           VALUE 'FDPWCOVR'.
            88 CLOSE-ISSUANCE           VALUE 'FDPWILDG'.
            88 CLOSE-DENY-AUDIT         VALUE 'FDPWDAUD'.
            88 CLOSE-XMIT-LOG           VALUE 'FDPWXLOG'.
            88 CLOSE-ARCHIVE            VALUE 'FDPWARCH'.
            88 CLOSE-REDEMPTIONS        VALUE 'FDPWRLDG'.
            88 CLOSE-REPORT             VALUE 'REPORT  '.
            88 CLOSE-LEDGER-KNOWN       VALUE 'FDPWHIST' 'FDPWCOVR'
                                              'FDPWILDG' 'FDPWDAUD'
                                              'FDPWXLOG' 'FDPWARCH'
                                              'FDPWRLDG' 'REPORT  '.
        05 WS-CLOSE-YEAR                PIC 9(4).
        05 WS-CURRENT-YEAR              PIC 9(4).

*> where a rerun picks the ledger up, from its control record.
    01  WS-CLOSE-STATE-SWITCH           PIC 9 VALUE 0.
        88 CLOSE-FROM-START             VALUE 0.
        88 CLOSE-FROM-SPLIT             VALUE 1.
        88 CLOSE-ALREADY-DONE           VALUE 2.

    01  WS-RESTART-SWITCH               PIC 9 VALUE 0.
        88 SPLIT-RESTARTED              VALUE 1.
        88 SPLIT-FIRST-TRY              VALUE 0.

*> the control file, held whole and written back whole after each
*> phase - one entry per ledger, FDPW-YCTL-REC the one in hand.
    01 WS-YCTL-CONTROL.
        05 NUM-YCTL                     PIC 9(2) VALUE 0.
        05 WS-YCTL-IDX                  PIC 9(2).
        05 WS-YCTL-FOUND-IDX            PIC 9(2).

    01 WS-YCTL-TABLE.
        05 WS-YCTL-ENTRY OCCURS 10 TIMES PIC X(200).

        COPY FDPWYCTL.

*> the record in hand, and each ledger's view of it.
    01  WS-LEDGER-REC                   PIC X(80).
    01  WS-SAVE-REC                     PIC X(80).

        COPY FDPWHIST.
        COPY FDPWCOVR.
        COPY FDPWILDG.
        COPY FDPWDAUD.
        COPY FDPWXLOG.
        COPY FDPWARCH.
        COPY FDPWRLDG.

*> what 8000-CLASSIFY-RECORD found: the record's year (a year that
*> is not numeric stays on the live ledger) and its hash field.
    01 WS-RECORD-CONTROL.
        05 WS-REC-YEAR-TXT              PIC X(4).
        05 WS-REC-YEAR                  PIC 9(4).
        05 WS-REC-HASH-VALUE            PIC 9(14).
        05 WS-REC-ORDINAL               PIC 9(9).
        05 WS-CLOSED-ORDINAL            PIC 9(9).

    01  WS-REC-CLOSED-SWITCH            PIC 9 VALUE 0.
        88 REC-CLOSED-YEAR              VALUE 1.
        88 REC-CURRENT-YEAR             VALUE 0.

    01  WS-CARRY-SWITCH                 PIC 9 VALUE 0.
        88 CARRY-THIS-RECORD            VALUE 1.
        88 CARRY-NOT-THIS-RECORD        VALUE 0.

*> running totals - a record count and a hash modulo 10**15. The
*> first five slots are the control record's; ANALYSED is the pass
*> that decides what to carry forward, WORK the re-read of the work
*> copy before it replaces the live ledger.
    01 WS-TOTAL-SLOTS.
        05 WS-SLOT-BEFORE               PIC 9 VALUE 1.
        05 WS-SLOT-ARCHIVED             PIC 9 VALUE 2.
        05 WS-SLOT-KEPT                 PIC 9 VALUE 3.
        05 WS-SLOT-CARRIED              PIC 9 VALUE 4.
        05 WS-SLOT-AFTER                PIC 9 VALUE 5.
        05 WS-SLOT-ANALYSED             PIC 9 VALUE 6.
        05 WS-SLOT-WORK                 PIC 9 VALUE 7.

    01 WS-TOTALS-TABLE.
        05 WS-TOTAL-ENTRY OCCURS 7 TIMES.
            10 WS-TOT-COUNT             PIC 9(9).
            10 WS-TOT-HASH              PIC 9(15).

    01 WS-TOTALS-CONTROL.
        05 WS-TOT-IDX                   PIC 9.
        05 WS-SUM-IDX-1                 PIC 9.
        05 WS-SUM-IDX-2                 PIC 9.
        05 WS-SUM-COUNT                 PIC 9(10).
        05 WS-SUM-HASH                  PIC 9(15).
        05 WS-HASH-WORK                 PIC 9(16).
        05 WS-HASH-DUMMY                PIC 9(1).

*> run history: the last closed-year run of each range and bounds
*> (the trend report's key) is carried as it is; the other COMPLETE
*> runs fold into CARRYFWD totals by rule id, bounds and kind -
*>   T  timed, with a valid count (yield and rate)
*>   U  untimed, with a valid count (yield only)
*>   R  timed, valid count not numeric (rate only)
*> so the advisor's and the forecast's sums come out the same.
    01 WS-HKEY-CONTROL.
        05 NUM-HKEYS                    PIC 9(4) VALUE 0.
        05 WS-HKEY-IDX                  PIC 9(4).
        05 WS-HKEY-FOUND-IDX            PIC 9(4).
        05 WS-THIS-HKEY                 PIC X(24).

    01 WS-HKEY-TABLE.
        05 WS-HKEY-ENTRY OCCURS 1000 TIMES.
            10 WS-HKEY-VALUE            PIC X(24).
            10 WS-HKEY-LAST-ORD         PIC 9(9).

    01 WS-HSUM-CONTROL.
        05 NUM-HSUMS                    PIC 9(3) VALUE 0.
        05 WS-HSUM-IDX                  PIC 9(3).
        05 WS-HSUM-FOUND-IDX            PIC 9(3).
        05 WS-THIS-HSUM-KIND            PIC X(1).
        05 WS-THIS-LOW                  PIC 9(2).
        05 WS-THIS-HIGH                 PIC 9(2).
        05 WS-THIS-VALID                PIC 9(6).
        05 WS-THIS-ELAPSED              PIC 9(8).

    01 WS-HSUM-TABLE.
        05 WS-HSUM-ENTRY OCCURS 200 TIMES.
            10 WS-HSUM-RULE-ID          PIC X(8).
            10 WS-HSUM-LOW              PIC 9(2).
            10 WS-HSUM-HIGH             PIC 9(2).
            10 WS-HSUM-KIND             PIC X(1).
            10 WS-HSUM-FULL-SWITCH      PIC 9.
                88 HSUM-FULL            VALUE 1.
                88 HSUM-OPEN            VALUE 0.
            10 WS-HSUM-VALID            PIC 9(6).
            10 WS-HSUM-ITERATIONS       PIC 9(10).
            10 WS-HSUM-ELAPSED          PIC 9(8).

*> symbol set the scanners walk through - ranges are compared as
*> positions in this base-36 keyspace, as FINDPWCA does.
    01  WS-ALPHABET                     PIC X(36) VALUE
        '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

    01 WS-CONVERT.
        05 WS-CONV-CODE                 PIC X(6).
        05 WS-CONV-ORDINAL              PIC 9(10).
        05 WS-CONV-POS                  PIC 9.
        05 WS-CONV-IDX                  PIC 99.

*> coverage: the closed years' ranges by rule, then start, swept
*> the way FINDPWCA sweeps them. A range abutting its group under
*> the same bounds joins the group (M); one that overlaps covered
*> ground is carried as it is (K), so the overlap still shows; any
*> other opens a group (G) that is carried as one merged range.
    01 WS-CRNG-CONTROL.
        05 NUM-CRNGS                    PIC 9(4) VALUE 0.
        05 WS-CRNG-IDX                  PIC 9(4).
        05 WS-CRNG-HEAD-IDX             PIC 9(4).
        05 WS-SORT-IDX                  PIC 9(4).
        05 WS-SORT-SWAP-SWITCH          PIC 9.
            88 SORT-SWAPPED             VALUE 1.
            88 SORT-NOT-SWAPPED         VALUE 0.
        05 WS-COVERED-END-ORD           PIC 9(10).

    01 WS-CRNG-TABLE.
        05 WS-CRNG-ENTRY OCCURS 2000 TIMES.
            10 WS-CRNG-RULE             PIC X(20).
            10 WS-CRNG-START-ORD        PIC 9(10).
            10 WS-CRNG-END-ORD          PIC 9(10).
            10 WS-CRNG-END              PIC X(6).
            10 WS-CRNG-BOUNDS           PIC X(4).
            10 WS-CRNG-DATE             PIC 9(8).
            10 WS-CRNG-FROM-DATE        PIC 9(8).
            10 WS-CRNG-ACTION           PIC X(1).
            10 WS-CRNG-GRP-END-ORD      PIC 9(10).
            10 WS-CRNG-GRP-END          PIC X(6).
            10 WS-CRNG-GRP-DATE         PIC 9(8).
            10 WS-CRNG-GRP-FROM         PIC 9(8).
            10 WS-CRNG-REC              PIC X(80).

    01  WS-CRNG-SWAP-ENTRY              PIC X(179).

*> issuance ledger and master archive: the code in hand on the
*> sorted copy and its latest closed-year lines.
    01 WS-HELD-CONTROL.
        05 WS-HELD-CODE                 PIC X(6).
        05 WS-HELD-LAST-REC             PIC X(80).
        05 WS-HELD-ISSUED-REC           PIC X(80).

    01  WS-HELD-LAST-SWITCH             PIC 9 VALUE 0.
        88 HELD-LAST                    VALUE 1.
        88 HELD-NO-LAST                 VALUE 0.

    01  WS-HELD-ISSUED-SWITCH           PIC 9 VALUE 0.
        88 HELD-ISSUED                  VALUE 1.
        88 HELD-NO-ISSUED               VALUE 0.

    01  WS-CARRY-ISSUED-SWITCH          PIC 9 VALUE 0.
        88 CARRY-ISSUED                 VALUE 1.
        88 CARRY-NO-ISSUED              VALUE 0.

    01  WS-CARRY-RESERVED-SWITCH        PIC 9 VALUE 0.
        88 CARRY-RESERVED               VALUE 1.
        88 CARRY-NO-RESERVED            VALUE 0.

*> transmission log: one entry per closed-year transmission, in
*> log order, resolved once the partner acknowledged it clean -
*> counts and hash agreeing and status OK, as FINDPWAK judges it.
    01 WS-XENT-CONTROL.
        05 NUM-XENTS                    PIC 9(3) VALUE 0.
        05 WS-XENT-IDX                  PIC 9(3).
        05 WS-XENT-MATCH-IDX            PIC 9(3).

    01 WS-XENT-TABLE.
        05 WS-XENT-ENTRY OCCURS 500 TIMES.
            10 WS-XENT-SEQ              PIC 9(6).
            10 WS-XENT-COUNT            PIC 9(9).
            10 WS-XENT-HASH             PIC 9(12).
            10 WS-XENT-SWITCH           PIC 9.
                88 XENT-RESOLVED        VALUE 1.
                88 XENT-UNRESOLVED      VALUE 0.

*> deny-list audit trail and redemption ledger: how many closed-
*> year records there were of each kind, and since when.
    01 WS-GRP-CONTROL.
        05 NUM-GRPS                     PIC 9(2) VALUE 0.
        05 WS-GRP-IDX                   PIC 9(2).
        05 WS-GRP-FOUND-IDX             PIC 9(2).
        05 WS-THIS-ACTION               PIC X(6).
        05 WS-THIS-DISP                 PIC X(4).
        05 WS-THIS-COUNT                PIC 9(9).
        05 WS-THIS-FROM-YEAR            PIC 9(4).

    01 WS-GRP-TABLE.
        05 WS-GRP-ENTRY OCCURS 50 TIMES.
            10 WS-GRP-ACTION            PIC X(6).
            10 WS-GRP-DISP              PIC X(4).
            10 WS-GRP-COUNT             PIC 9(9).
            10 WS-GRP-FROM-YEAR         PIC 9(4).

    01  WS-LIVE-SWITCH                  PIC 9 VALUE 0.
        88 LIVE-DONE                    VALUE 1.
        88 LIVE-NOT-DONE                VALUE 0.

    01  WS-INPUT-SWITCH                 PIC 9 VALUE 0.
        88 INPUT-DONE                   VALUE 1.
        88 INPUT-NOT-DONE               VALUE 0.

*> the control report: the ledgers in the order the job closes
*> them, and what each line of a ledger's block says.
    01 WS-LEDGER-NAMES.
        05 FILLER                       PIC X(8) VALUE 'FDPWHIST'.
        05 FILLER                       PIC X(8) VALUE 'FDPWCOVR'.
        05 FILLER                       PIC X(8) VALUE 'FDPWILDG'.
        05 FILLER                       PIC X(8) VALUE 'FDPWDAUD'.
        05 FILLER                       PIC X(8) VALUE 'FDPWXLOG'.
        05 FILLER                       PIC X(8) VALUE 'FDPWARCH'.
        05 FILLER                       PIC X(8) VALUE 'FDPWRLDG'.
    01 WS-LEDGER-NAME-TABLE REDEFINES WS-LEDGER-NAMES.
        05 WS-LEDGER-NAME OCCURS 7 TIMES PIC X(8).

    01 WS-STEP-NAMES.
        05 FILLER                       PIC X(28) VALUE
            'LIVE LEDGER BEFORE THE CLOSE'.
        05 FILLER                       PIC X(28) VALUE
            'ARCHIVED - CLOSED YEARS'.
        05 FILLER                       PIC X(28) VALUE
            'KEPT - CURRENT YEAR'.
        05 FILLER                       PIC X(28) VALUE
            'CARRIED FORWARD'.
        05 FILLER                       PIC X(28) VALUE
            'LIVE LEDGER AFTER THE CLOSE'.
    01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
        05 WS-STEP-NAME OCCURS 5 TIMES  PIC X(28).

    01 WS-REPORT-CONTROL.
        05 WS-LEDGER-IDX                PIC 9.
        05 WS-STEP-IDX                  PIC 9.
        05 NUM-LEDGERS-CLOSED           PIC 9 VALUE 0.
        05 NUM-LEDGERS-OPEN             PIC 9 VALUE 0.
        05 NUM-LEDGERS-UNBALANCED       PIC 9 VALUE 0.
        05 WS-BALANCE-TEXT              PIC X(14).

    01 WS-PAGE-CONTROL.
        05 WS-LINE-COUNT                PIC 9(2) VALUE 99.
        05 WS-PAGE-COUNT                PIC 9(3) VALUE 0.
        05 WS-LINES-PER-PAGE            PIC 9(2) VALUE 55.
        05 WS-SAVED-LINE                PIC X(132).

    01 WS-HEADING-LINE.
        05 FILLER                       PIC X(38) VALUE
            'FINDPW YEAR-END CLOSE CONTROL REPORT  '.
        05 FILLER                       PIC X(5) VALUE 'YEAR '.
        05 WS-HDG-YEAR                  PIC 9(4).
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 FILLER                       PIC X(9) VALUE 'RUN DATE '.
        05 WS-HDG-DATE                  PIC 9(8).
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 FILLER                       PIC X(5) VALUE 'PAGE '.
        05 WS-HDG-PAGE                  PIC ZZ9.
        05 FILLER                       PIC X(52) VALUE SPACES.

    01 WS-COLUMN-LINE.
        05 FILLER                       PIC X(10) VALUE 'LEDGER'.
        05 FILLER                       PIC X(10) VALUE 'STATE'.
        05 FILLER                       PIC X(8) VALUE 'YEAR'.
        05 FILLER                       PIC X(30) VALUE 'TOTAL'.
        05 FILLER                       PIC X(13) VALUE '    RECORDS'.
        05 FILLER                       PIC X(21) VALUE
            '         HASH TOTAL'.
        05 FILLER                       PIC X(40) VALUE 'NOTE'.

    01 WS-DETAIL-LINE.
        05 WS-DTL-LEDGER                PIC X(8).
        05 FILLER                       PIC X(2).
        05 WS-DTL-STATE                 PIC X(8).
        05 FILLER                       PIC X(2).
        05 WS-DTL-YEAR                  PIC X(4).
        05 FILLER                       PIC X(4).
        05 WS-DTL-STEP                  PIC X(28).
        05 FILLER                       PIC X(2).
        05 WS-DTL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
        05 FILLER                       PIC X(2).
        05 WS-DTL-HASH                  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
        05 FILLER                       PIC X(2).
        05 WS-DTL-NOTE                  PIC X(40).

    01  WS-LIVE-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-LSRT-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-YARC-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-YWRK-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-YCTL-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-MST-FILE-STATUS              PIC XX VALUE '00'.
    01  WS-ACK-FILE-STATUS              PIC XX VALUE '00'.
    01  WS-YCRP-FILE-STATUS             PIC XX VALUE '00'.

    LINKAGE SECTION.
        COPY FDPWPARM.

PROCEDURE DIVISION USING FDPW-PARM-AREA.
    0000-MAIN.
        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
        MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE
        MOVE WS-RUN-STAMP(1:4) TO WS-CURRENT-YEAR
        PERFORM 0011-GET-PARM-CLOSE
        PERFORM 0015-LOAD-CONTROL-FILE
        IF CLOSE-REPORT
            PERFORM 0800-PRINT-CONTROL-REPORT
            STOP RUN
        END-IF
        PERFORM 0020-CHECK-CLOSE-STATE
        IF CLOSE-ALREADY-DONE
            DISPLAY 'FINDPWYC0037I ' WS-CLOSE-LEDGER
                ' IS ALREADY CLOSED FOR ' WS-CLOSE-YEAR
                ' - NOTHING TO DO'
            STOP RUN
        END-IF
        IF CLOSE-FROM-START
            PERFORM 0100-SPLIT-LEDGER
        ELSE
            DISPLAY 'FINDPWYC0038I ' WS-CLOSE-LEDGER
                ' WAS SPLIT FOR ' WS-CLOSE-YEAR
                ' - REPLACING THE LIVE LEDGER FROM THE WORK COPY'
        END-IF
        PERFORM 0170-REPLACE-LIVE-LEDGER
        PERFORM 0190-SHOW-TOTALS
        STOP RUN
        .
    0000-END.

    0011-GET-PARM-CLOSE.
        IF FDPW-PARM-LEN > 0
            UNSTRING FDPW-PARM-TEXT(1:FDPW-PARM-LEN) DELIMITED BY ','
                INTO FDPW-LEDGER-TXT FDPW-YEAR-TXT
            END-UNSTRING
        END-IF
        MOVE FDPW-LEDGER-TXT TO WS-CLOSE-LEDGER
        IF NOT CLOSE-LEDGER-KNOWN
            DISPLAY 'FINDPWYC0001E PARM MUST BE LEDGER,YEAR - LEDGER '
                'FDPWHIST, FDPWCOVR, FDPWILDG, FDPWDAUD, FDPWXLOG, '
                'FDPWARCH, FDPWRLDG OR REPORT, NOT "'
                FDPW-LEDGER-TXT '"'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF FDPW-YEAR-TXT = SPACES
            SUBTRACT 1 FROM WS-CURRENT-YEAR GIVING WS-CLOSE-YEAR
        ELSE
            IF FDPW-YEAR-TXT IS NOT NUMERIC
                DISPLAY 'FINDPWYC0002E YEAR "' FDPW-YEAR-TXT
                    '" IS NOT YYYY'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FDPW-YEAR-TXT TO WS-CLOSE-YEAR
        END-IF
        IF WS-CLOSE-YEAR NOT < WS-CURRENT-YEAR
            DISPLAY 'FINDPWYC0003E YEAR ' WS-CLOSE-YEAR
                ' HAS NOT ENDED - ONLY A PAST YEAR CAN BE CLOSED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0011-END.

*> the control file is pre-allocated once, empty; a ledger with no
*> record on it has never been closed.
    0015-LOAD-CONTROL-FILE.
        OPEN INPUT FDPW-YCTL-FILE
        IF WS-YCTL-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWYC0004E ERROR OPENING FDPWYCTL - FILE '
                'STATUS ' WS-YCTL-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET INPUT-NOT-DONE TO TRUE
        PERFORM 0016-READ-CONTROL-RECORD UNTIL INPUT-DONE
        CLOSE FDPW-YCTL-FILE
        .
    0015-END.

    0016-READ-CONTROL-RECORD.
        READ FDPW-YCTL-FILE
            AT END
                SET INPUT-DONE TO TRUE
            NOT AT END
                IF NUM-YCTL = 10
                    DISPLAY 'FINDPWYC0006E MORE THAN 10 RECORDS ON '
                        'FDPWYCTL - NOT A YEAR-END CONTROL FILE'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO NUM-YCTL
                MOVE FDPW-YCTL-FILE-REC TO WS-YCTL-ENTRY(NUM-YCTL)
        END-READ
        IF WS-YCTL-FILE-STATUS NOT = '00'
                AND WS-YCTL-FILE-STATUS NOT = '10'
            DISPLAY 'FINDPWYC0005E ERROR READING FDPWYCTL - FILE '
                'STATUS ' WS-YCTL-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0016-END.

*> puts the ledger's control record back in the table and rewrites
*> the whole file.
    0017-SAVE-CONTROL-FILE.
        MOVE WS-RUN-STAMP TO FDPW-YCTL-STAMP
        MOVE FDPW-YCTL-REC TO WS-YCTL-ENTRY(WS-YCTL-FOUND-IDX)
        OPEN OUTPUT FDPW-YCTL-FILE
        IF WS-YCTL-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWYC0004E ERROR OPENING FDPWYCTL - FILE '
                'STATUS ' WS-YCTL-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING WS-YCTL-IDX FROM 1 BY 1
                UNTIL WS-YCTL-IDX > NUM-YCTL
            MOVE WS-YCTL-ENTRY(WS-YCTL-IDX) TO FDPW-YCTL-FILE-REC
            WRITE FDPW-YCTL-FILE-REC
            IF WS-YCTL-FILE-STATUS NOT = '00'
                DISPLAY 'FINDPWYC0007E ERROR WRITING FDPWYCTL - FILE '
                    'STATUS ' WS-YCTL-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-PERFORM
        CLOSE FDPW-YCTL-FILE
        .
    0017-END.

*> a ledger closes one year at a time and never backwards. A close
*> that stopped part-way is picked up where it stopped: from the
*> start while the live ledger is untouched (STARTED), at the
*> replacement once the split is in balance (SPLIT).
    0020-CHECK-CLOSE-STATE.
        MOVE 0 TO WS-YCTL-FOUND-IDX
        PERFORM VARYING WS-YCTL-IDX FROM 1 BY 1
                UNTIL WS-YCTL-IDX > NUM-YCTL
            IF WS-YCTL-ENTRY(WS-YCTL-IDX)(1:8) = WS-CLOSE-LEDGER
                MOVE WS-YCTL-IDX TO WS-YCTL-FOUND-IDX
                MOVE NUM-YCTL TO WS-YCTL-IDX
            END-IF
        END-PERFORM
        IF WS-YCTL-FOUND-IDX = 0
            IF NUM-YCTL = 10
                DISPLAY 'FINDPWYC0006E MORE THAN 10 RECORDS ON '
                    'FDPWYCTL - NOT A YEAR-END CONTROL FILE'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO NUM-YCTL
            MOVE NUM-YCTL TO WS-YCTL-FOUND-IDX
            SET CLOSE-FROM-START TO TRUE
            SET SPLIT-FIRST-TRY TO TRUE
        ELSE
            MOVE WS-YCTL-ENTRY(WS-YCTL-FOUND-IDX) TO FDPW-YCTL-REC
            EVALUATE TRUE
                WHEN FDPW-YCTL-YEAR > WS-CLOSE-YEAR
                    DISPLAY 'FINDPWYC0008E ' WS-CLOSE-LEDGER
                        ' IS ALREADY CLOSED THROUGH ' FDPW-YCTL-YEAR
                        ' - ' WS-CLOSE-YEAR ' CANNOT BE CLOSED AGAIN'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                WHEN FDPW-YCTL-YEAR = WS-CLOSE-YEAR AND YCTL-CLOSED
                    SET CLOSE-ALREADY-DONE TO TRUE
                WHEN FDPW-YCTL-YEAR = WS-CLOSE-YEAR AND YCTL-SPLIT
                    SET CLOSE-FROM-SPLIT TO TRUE
                WHEN FDPW-YCTL-YEAR = WS-CLOSE-YEAR AND YCTL-STARTED
                    SET CLOSE-FROM-START TO TRUE
                    SET SPLIT-RESTARTED TO TRUE
                WHEN YCTL-CLOSED
                    SET CLOSE-FROM-START TO TRUE
                    SET SPLIT-FIRST-TRY TO TRUE
                WHEN OTHER
                    DISPLAY 'FINDPWYC0009E THE CLOSE OF '
                        FDPW-YCTL-YEAR ' FOR ' WS-CLOSE-LEDGER
                        ' NEVER FINISHED (' FDPW-YCTL-PHASE
                        ') - RERUN IT BEFORE CLOSING ' WS-CLOSE-YEAR
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
        END-IF
        IF CLOSE-FROM-START AND SPLIT-FIRST-TRY
            PERFORM 0022-CHECK-ARCHIVE-EMPTY
        END-IF
        .
    0020-END.

*> a first attempt never writes over a yearly archive that already
*> holds records - it could be the only copy of a year already
*> taken off the live ledger.
    0022-CHECK-ARCHIVE-EMPTY.
        OPEN INPUT FDPW-YARC-FILE
        IF WS-YARC-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWYC0011E ERROR OPENING FDPWYARC - FILE '
                'STATUS ' WS-YARC-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ FDPW-YARC-FILE
            AT END
                CONTINUE
            NOT AT END
                DISPLAY 'FINDPWYC0010E THE YEARLY ARCHIVE FOR '
                    WS-CLOSE-LEDGER ' ALREADY HOLDS RECORDS BUT NO '
                    'CLOSE OF ' WS-CLOSE-YEAR ' IS RECORDED ON '
                    'FDPWYCTL - NOT OVERWRITTEN'
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-READ
        CLOSE FDPW-YARC-FILE
        .
    0022-END.

*> first phase: closed-year records to the yearly archive, current-
*> year records and what is carried forward to the work copy. The
*> live ledger is only read.
    0100-SPLIT-LEDGER.
        MOVE SPACES TO FDPW-YCTL-REC
        MOVE WS-CLOSE-LEDGER TO FDPW-YCTL-LEDGER
        MOVE WS-CLOSE-YEAR TO FDPW-YCTL-YEAR
        SET YCTL-STARTED TO TRUE
        PERFORM VARYING WS-TOT-IDX FROM 1 BY 1 UNTIL WS-TOT-IDX > 7
            MOVE 0 TO WS-TOT-COUNT(WS-TOT-IDX)
            MOVE 0 TO WS-TOT-HASH(WS-TOT-IDX)
        END-PERFORM
        PERFORM 0180-TOTALS-TO-CONTROL
        PERFORM 0017-SAVE-CONTROL-FILE
        OPEN OUTPUT FDPW-YARC-FILE
        IF WS-YARC-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWYC0011E ERROR OPENING FDPWYARC - FILE '
                'STATUS ' WS-YARC-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN OUTPUT FDPW-YWRK-FILE
        IF WS-YWRK-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWYC0012E ERROR OPENING FDPWYWRK - FILE '
                'STATUS ' WS-YWRK-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        EVALUATE TRUE
            WHEN CLOSE-HISTORY
                PERFORM 0200-ANALYSE-HISTORY
            WHEN CLOSE-COVERAGE
                PERFORM 0300-ANALYSE-COVERAGE
            WHEN CLOSE-ISSUANCE
                PERFORM 0400-ANALYSE-ISSUANCE
            WHEN CLOSE-DENY-AUDIT
                PERFORM 0700-ANALYSE-DENY-AUDIT
            WHEN CLOSE-XMIT-LOG
                PERFORM 0600-ANALYSE-XMIT-LOG
            WHEN CLOSE-ARCHIVE
                PERFORM 0500-ANALYSE-ARCHIVE
            WHEN CLOSE-REDEMPTIONS
                PERFORM 0750-ANALYSE-REDEMPTIONS
        END-EVALUATE
        PERFORM 0120-SPLIT-PASS
        CLOSE FDPW-YARC-FILE
        CLOSE FDPW-YWRK-FILE
        PERFORM 0130-CHECK-SPLIT-BALANCE
        SET YCTL-SPLIT TO TRUE
        PERFORM 0180-TOTALS-TO-CONTROL
        PERFORM 0017-SAVE-CONTROL-FILE
        .
    0100-END.

    0110-OPEN-LIVE-INPUT.
        OPEN INPUT FDPW-LIVE-FILE
        IF WS-LIVE-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWYC0013E ERROR OPENING FDPWLIVE - FILE '
                'STATUS ' WS-LIVE-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 0 TO WS-REC-ORDINAL
        MOVE 0 TO WS-CLOSED-ORDINAL
        SET LIVE-NOT-DONE TO TRUE
        .
    0110-END.

    0112-READ-LIVE-RECORD.
        READ FDPW-LIVE-FILE
            AT END
                SET LIVE-DONE TO TRUE
            NOT AT END
                ADD 1 TO WS-REC-ORDINAL
                MOVE FDPW-LIVE-REC TO WS-LEDGER-REC
                PERFORM 8000-CLASSIFY-RECORD
                IF REC-CLOSED-YEAR
                    ADD 1 TO WS-CLOSED-ORDINAL
                END-IF
        END-READ
        IF WS-LIVE-FILE-STATUS NOT = '00'
                AND WS-LIVE-FILE-STATUS NOT = '10'
            DISPLAY 'FINDPWYC0014E ERROR READING FDPWLIVE - FILE '
                'STATUS ' WS-LIVE-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0112-END.

*> the live ledger front to back: every record is counted before,
*> then either archived (closed year) or kept (current year). A
*> closed-year run or transmission still needed is also carried.
    0120-SPLIT-PASS.
        PERFORM 0110-OPEN-LIVE-INPUT
        PERFORM 0122-SPLIT-ONE-RECORD UNTIL LIVE-DONE
        CLOSE FDPW-LIVE-FILE
        .
    0120-END.

    0122-SPLIT-ONE-RECORD.
        PERFORM 0112-READ-LIVE-RECORD
        IF LIVE-NOT-DONE
            MOVE WS-SLOT-BEFORE TO WS-TOT-IDX
            PERFORM 8010-ADD-TO-TOTAL
            IF REC-CLOSED-YEAR
                MOVE WS-LEDGER-REC TO FDPW-YARC-REC
                WRITE FDPW-YARC-REC
                IF WS-YARC-FILE-STATUS NOT = '00'
                    DISPLAY 'FINDPWYC0016E ERROR WRITING FDPWYARC - '
                        'FILE STATUS ' WS-YARC-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-SLOT-ARCHIVED TO WS-TOT-IDX
                PERFORM 8010-ADD-TO-TOTAL
                PERFORM 0124-DECIDE-CARRY
                IF CARRY-THIS-RECORD
                    PERFORM 0160-WRITE-CARRIED
                END-IF
            ELSE
                PERFORM 0150-WRITE-WORK-RECORD
                MOVE WS-SLOT-KEPT TO WS-TOT-IDX
                PERFORM 8010-ADD-TO-TOTAL
            END-IF
        END-IF
        .
    0122-END.

    0124-DECIDE-CARRY.
        SET CARRY-NOT-THIS-RECORD TO TRUE
        EVALUATE TRUE
            WHEN CLOSE-HISTORY
                IF FDPW-HIST-PROGRAM NOT = 'CARRYFWD'
                    PERFORM 8200-FIND-HISTORY-KEY
                    IF WS-HKEY-FOUND-IDX > 0
                        IF WS-HKEY-LAST-ORD(WS-HKEY-FOUND-IDX)
                                = WS-REC-ORDINAL
                            SET CARRY-THIS-RECORD TO TRUE
                        END-IF
                    END-IF
                END-IF
            WHEN CLOSE-XMIT-LOG
                IF WS-CLOSED-ORDINAL NOT > NUM-XENTS
                    IF XENT-UNRESOLVED(WS-CLOSED-ORDINAL)
                        SET CARRY-THIS-RECORD TO TRUE
                    END-IF
                END-IF
        END-EVALUATE
        .
    0124-END.

*> the analysis pass and the split must have read the same ledger
*> (or, for the sorted ledgers, the sort of it) - anything appended
*> in between would be lost - and every record must have gone one
*> way or the other.
    0130-CHECK-SPLIT-BALANCE.
        IF WS-TOT-COUNT(WS-SLOT-ANALYSED)
                NOT = WS-TOT-COUNT(WS-SLOT-BEFORE)
                OR WS-TOT-HASH(WS-SLOT-ANALYSED)
                NOT = WS-TOT-HASH(WS-SLOT-BEFORE)
            DISPLAY 'FINDPWYC0017E ' WS-CLOSE-LEDGER ' READ '
                WS-TOT-COUNT(WS-SLOT-ANALYSED) ' RECORDS (HASH '
                WS-TOT-HASH(WS-SLOT-ANALYSED) ') TO ANALYSE BUT '
                WS-TOT-COUNT(WS-SLOT-BEFORE) ' (HASH '
                WS-TOT-HASH(WS-SLOT-BEFORE) ') TO SPLIT - THE '
                'LEDGER CHANGED DURING THE CLOSE. LIVE LEDGER NOT '
                'REPLACED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-SLOT-ARCHIVED TO WS-SUM-IDX-1
        MOVE WS-SLOT-KEPT TO WS-SUM-IDX-2
        PERFORM 8020-SUM-TWO-TOTALS
        IF WS-SUM-COUNT NOT = WS-TOT-COUNT(WS-SLOT-BEFORE)
                OR WS-SUM-HASH NOT = WS-TOT-HASH(WS-SLOT-BEFORE)
            DISPLAY 'FINDPWYC0018E ' WS-CLOSE-LEDGER ' OUT OF '
                'BALANCE - ' WS-TOT-COUNT(WS-SLOT-BEFORE)
                ' RECORDS BEFORE, ' WS-SUM-COUNT ' ARCHIVED AND '
                'KEPT. LIVE LEDGER NOT REPLACED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0130-END.

    0150-WRITE-WORK-RECORD.
        MOVE WS-LEDGER-REC TO FDPW-YWRK-REC
        WRITE FDPW-YWRK-REC
        IF WS-YWRK-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWYC0015E ERROR WRITING FDPWYWRK - FILE '
                'STATUS ' WS-YWRK-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0150-END.

*> the record in WS-LEDGER-REC, already classified, goes forward.
    0160-WRITE-CARRIED.
        PERFORM 0150-WRITE-WORK-RECORD
        MOVE WS-SLOT-CARRIED TO WS-TOT-IDX
        PERFORM 8010-ADD-TO-TOTAL
        .
    0160-END.

*> second phase: the work copy replaces the live ledger. It is read
*> once to prove it is the copy the split wrote, then copied; a
*> failure part-way through the copy leaves the work copy intact,
*> and a rerun simply copies it again.
    0170-REPLACE-LIVE-LEDGER.
        PERFORM 0182-TOTALS-FROM-CONTROL
        MOVE 0 TO WS-TOT-COUNT(WS-SLOT-WORK)
        MOVE 0 TO WS-TOT-HASH(WS-SLOT-WORK)
        MOVE 0 TO WS-TOT-COUNT(WS-SLOT-AFTER)
        MOVE 0 TO WS-TOT-HASH(WS-SLOT-AFTER)
        MOVE WS-SLOT-KEPT TO WS-SUM-IDX-1
        MOVE WS-SLOT-CARRIED TO WS-SUM-IDX-2
        PERFORM 8020-SUM-TWO-TOTALS
        PERFORM 0174-OPEN-WORK-INPUT
        PERFORM 0172-CHECK-ONE-WORK-RECORD UNTIL INPUT-DONE
        CLOSE FDPW-YWRK-FILE
        IF WS-TOT-COUNT(WS-SLOT-WORK) NOT = WS-SUM-COUNT
                OR WS-TOT-HASH(WS-SLOT-WORK) NOT = WS-SUM-HASH
            DISPLAY 'FINDPWYC0019E THE WORK COPY HOLDS '
                WS-TOT-COUNT(WS-SLOT-WORK) ' RECORDS (HASH '
                WS-TOT-HASH(WS-SLOT-WORK) ') BUT THE SPLIT WROTE '
                WS-SUM-COUNT ' (HASH ' WS-SUM-HASH ') - LIVE '
                'LEDGER NOT REPLACED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 0174-OPEN-WORK-INPUT
        OPEN OUTPUT FDPW-LIVE-FILE
        IF WS-LIVE-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWYC0013E ERROR OPENING FDPWLIVE - FILE '
                'STATUS ' WS-LIVE-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 0176-COPY-ONE-WORK-RECORD UNTIL INPUT-DONE
        CLOSE FDPW-YWRK-FILE
        CLOSE FDPW-LIVE-FILE
        IF WS-TOT-COUNT(WS-SLOT-AFTER) NOT = WS-SUM-COUNT
                OR WS-TOT-HASH(WS-SLOT-AFTER) NOT = WS-SUM-HASH
            DISPLAY 'FINDPWYC0021E ' WS-TOT-COUNT(WS-SLOT-AFTER)
                ' RECORDS COPIED TO THE LIVE LEDGER BUT THE SPLIT '
                'WROTE ' WS-SUM-COUNT ' - RERUN TO COPY AGAIN'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET YCTL-CLOSED TO TRUE
        PERFORM 0180-TOTALS-TO-CONTROL
        PERFORM 0017-SAVE-CONTROL-FILE
        .
    0170-END.

    0172-CHECK-ONE-WORK-RECORD.
        PERFORM 0178-READ-WORK-RECORD
        IF INPUT-NOT-DONE
            MOVE WS-SLOT-WORK TO WS-TOT-IDX
            PERFORM 8010-ADD-TO-TOTAL
        END-IF
        .
    0172-END.

    0174-OPEN-WORK-INPUT.
        OPEN INPUT FDPW-YWRK-FILE
        IF WS-YWRK-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWYC0012E ERROR OPENING FDPWYWRK - FILE '
                'STATUS ' WS-YWRK-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET INPUT-NOT-DONE TO TRUE
        .
    0174-END.

    0176-COPY-ONE-WORK-RECORD.
        PERFORM 0178-READ-WORK-RECORD
        IF INPUT-NOT-DONE
            MOVE WS-LEDGER-REC TO FDPW-LIVE-REC
            WRITE FDPW-LIVE-REC
            IF WS-LIVE-FILE-STATUS NOT = '00'
                DISPLAY 'FINDPWYC0020E ERROR WRITING FDPWLIVE - FILE '
                    'STATUS ' WS-LIVE-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-SLOT-AFTER TO WS-TOT-IDX
            PERFORM 8010-ADD-TO-TOTAL
        END-IF
        .
    0176-END.

    0178-READ-WORK-RECORD.
        READ FDPW-YWRK-FILE
            AT END
                SET INPUT-DONE TO TRUE
            NOT AT END
                MOVE FDPW-YWRK-REC TO WS-LEDGER-REC
                PERFORM 8000-CLASSIFY-RECORD
        END-READ
        IF WS-YWRK-FILE-STATUS NOT = '00'
                AND WS-YWRK-FILE-STATUS NOT = '10'
            DISPLAY 'FINDPWYC0036E ERROR READING FDPWYWRK - FILE '
                'STATUS ' WS-YWRK-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0178-END.

    0180-TOTALS-TO-CONTROL.
        PERFORM VARYING WS-TOT-IDX FROM 1 BY 1 UNTIL WS-TOT-IDX > 5
            MOVE WS-TOT-COUNT(WS-TOT-IDX)
                TO FDPW-YCTL-COUNT(WS-TOT-IDX)
            MOVE WS-TOT-HASH(WS-TOT-IDX) TO FDPW-YCTL-HASH(WS-TOT-IDX)
        END-PERFORM
        .
    0180-END.

    0182-TOTALS-FROM-CONTROL.
        PERFORM VARYING WS-TOT-IDX FROM 1 BY 1 UNTIL WS-TOT-IDX > 5
            MOVE FDPW-YCTL-COUNT(WS-TOT-IDX)
                TO WS-TOT-COUNT(WS-TOT-IDX)
            MOVE FDPW-YCTL-HASH(WS-TOT-IDX) TO WS-TOT-HASH(WS-TOT-IDX)
        END-PERFORM
        .
    0182-END.

    0190-SHOW-TOTALS.
        DISPLAY 'FINDPWYC LEDGER CLOSED:     ' WS-CLOSE-LEDGER
            ' THROUGH ' WS-CLOSE-YEAR
        PERFORM VARYING WS-TOT-IDX FROM 1 BY 1 UNTIL WS-TOT-IDX > 5
            DISPLAY 'FINDPWYC ' WS-STEP-NAME(WS-TOT-IDX) ' '
                WS-TOT-COUNT(WS-TOT-IDX) ' HASH '
                WS-TOT-HASH(WS-TOT-IDX)
        END-PERFORM
        .
    0190-END.

*> run history. Read twice before the split: once to find each
*> key's last closed-year run, once to fold the others into totals,
*> which then lead the work copy.
    0200-ANALYSE-HISTORY.
        PERFORM 0110-OPEN-LIVE-INPUT
        PERFORM 0202-NOTE-ONE-RUN UNTIL LIVE-DONE
        CLOSE FDPW-LIVE-FILE
        PERFORM 0110-OPEN-LIVE-INPUT
        PERFORM 0204-FOLD-ONE-RUN UNTIL LIVE-DONE
        CLOSE FDPW-LIVE-FILE
        PERFORM 0210-WRITE-HISTORY-SUMMARIES
        .
    0200-END.

    0202-NOTE-ONE-RUN.
        PERFORM 0112-READ-LIVE-RECORD
        IF LIVE-NOT-DONE
            MOVE WS-SLOT-ANALYSED TO WS-TOT-IDX
            PERFORM 8010-ADD-TO-TOTAL
            IF REC-CLOSED-YEAR
                    AND FDPW-HIST-PROGRAM NOT = 'CARRYFWD'
                PERFORM 8200-FIND-HISTORY-KEY
                IF WS-HKEY-FOUND-IDX = 0
                    IF NUM-HKEYS = 1000
                        DISPLAY 'FINDPWYC0022E MORE THAN 1000 '
                            'RANGE/BOUNDS KEYS IN THE CLOSED YEARS '
                            'OF FDPWHIST'
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO NUM-HKEYS
                    MOVE WS-THIS-HKEY TO WS-HKEY-VALUE(NUM-HKEYS)
                    MOVE NUM-HKEYS TO WS-HKEY-FOUND-IDX
                END-IF
                MOVE WS-REC-ORDINAL
                    TO WS-HKEY-LAST-ORD(WS-HKEY-FOUND-IDX)
            END-IF
        END-IF
        .
    0202-END.

    0204-FOLD-ONE-RUN.
        PERFORM 0112-READ-LIVE-RECORD
        IF LIVE-NOT-DONE AND REC-CLOSED-YEAR
            IF FDPW-HIST-PROGRAM = 'CARRYFWD'
                PERFORM 0206-FOLD-INTO-SUMMARY
            ELSE
                PERFORM 8200-FIND-HISTORY-KEY
                IF WS-HKEY-FOUND-IDX > 0
                    IF WS-HKEY-LAST-ORD(WS-HKEY-FOUND-IDX)
                            NOT = WS-REC-ORDINAL
                        PERFORM 0206-FOLD-INTO-SUMMARY
                    END-IF
                END-IF
            END-IF
        END-IF
        .
    0204-END.

*> only the runs FINDPWPF or FINDPWFC would use are folded; the
*> rest are on the yearly archive and nothing reads them.
    0206-FOLD-INTO-SUMMARY.
        MOVE SPACE TO WS-THIS-HSUM-KIND
        IF FDPW-HIST-STATUS = 'COMPLETE'
                AND FDPW-HIST-ITERATIONS IS NUMERIC
                AND FDPW-HIST-ITERATIONS > 0
            MOVE 0 TO WS-THIS-ELAPSED
            IF FDPW-HIST-ELAPSED-SECS IS NUMERIC
                MOVE FDPW-HIST-ELAPSED-SECS TO WS-THIS-ELAPSED
            END-IF
            EVALUATE TRUE
                WHEN FDPW-HIST-VALID-COUNT IS NUMERIC
                        AND WS-THIS-ELAPSED > 0
                    MOVE 'T' TO WS-THIS-HSUM-KIND
                WHEN FDPW-HIST-VALID-COUNT IS NUMERIC
                    MOVE 'U' TO WS-THIS-HSUM-KIND
                WHEN WS-THIS-ELAPSED > 0
                    MOVE 'R' TO WS-THIS-HSUM-KIND
            END-EVALUATE
        END-IF
        IF WS-THIS-HSUM-KIND NOT = SPACE
            PERFORM 0208-ADD-TO-SUMMARY
        END-IF
        .
    0206-END.

*> a total that would overflow its field is left as it stands and
*> a fresh one is started for the same key.
    0208-ADD-TO-SUMMARY.
        MOVE 0 TO WS-THIS-LOW
        MOVE 0 TO WS-THIS-HIGH
        MOVE 0 TO WS-THIS-VALID
        IF FDPW-HIST-RUNLEN-LOW IS NUMERIC
            MOVE FDPW-HIST-RUNLEN-LOW TO WS-THIS-LOW
        END-IF
        IF FDPW-HIST-RUNLEN-HIGH IS NUMERIC
            MOVE FDPW-HIST-RUNLEN-HIGH TO WS-THIS-HIGH
        END-IF
        IF WS-THIS-HSUM-KIND NOT = 'R'
            MOVE FDPW-HIST-VALID-COUNT TO WS-THIS-VALID
        END-IF
        MOVE 0 TO WS-HSUM-FOUND-IDX
        PERFORM VARYING WS-HSUM-IDX FROM 1 BY 1
                UNTIL WS-HSUM-IDX > NUM-HSUMS
            IF WS-HSUM-RULE-ID(WS-HSUM-IDX) = FDPW-HIST-RULE-ID
                    AND WS-HSUM-LOW(WS-HSUM-IDX) = WS-THIS-LOW
                    AND WS-HSUM-HIGH(WS-HSUM-IDX) = WS-THIS-HIGH
                    AND WS-HSUM-KIND(WS-HSUM-IDX) = WS-THIS-HSUM-KIND
                    AND HSUM-OPEN(WS-HSUM-IDX)
                MOVE WS-HSUM-IDX TO WS-HSUM-FOUND-IDX
                MOVE NUM-HSUMS TO WS-HSUM-IDX
            END-IF
        END-PERFORM
        IF WS-HSUM-FOUND-IDX > 0
            IF WS-HSUM-VALID(WS-HSUM-FOUND-IDX) + WS-THIS-VALID
                    > 999999
                    OR WS-HSUM-ITERATIONS(WS-HSUM-FOUND-IDX)
                    + FDPW-HIST-ITERATIONS > 9999999999
                    OR WS-HSUM-ELAPSED(WS-HSUM-FOUND-IDX)
                    + WS-THIS-ELAPSED > 99999999
                SET HSUM-FULL(WS-HSUM-FOUND-IDX) TO TRUE
                MOVE 0 TO WS-HSUM-FOUND-IDX
            END-IF
        END-IF
        IF WS-HSUM-FOUND-IDX = 0
            IF NUM-HSUMS = 200
                DISPLAY 'FINDPWYC0023E MORE THAN 200 CARRY-FORWARD '
                    'TOTALS NEEDED FOR FDPWHIST'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO NUM-HSUMS
            MOVE NUM-HSUMS TO WS-HSUM-FOUND-IDX
            MOVE FDPW-HIST-RULE-ID TO WS-HSUM-RULE-ID(NUM-HSUMS)
            MOVE WS-THIS-LOW TO WS-HSUM-LOW(NUM-HSUMS)
            MOVE WS-THIS-HIGH TO WS-HSUM-HIGH(NUM-HSUMS)
            MOVE WS-THIS-HSUM-KIND TO WS-HSUM-KIND(NUM-HSUMS)
            SET HSUM-OPEN(NUM-HSUMS) TO TRUE
            MOVE 0 TO WS-HSUM-VALID(NUM-HSUMS)
            MOVE 0 TO WS-HSUM-ITERATIONS(NUM-HSUMS)
            MOVE 0 TO WS-HSUM-ELAPSED(NUM-HSUMS)
        END-IF
        ADD WS-THIS-VALID TO WS-HSUM-VALID(WS-HSUM-FOUND-IDX)
        ADD FDPW-HIST-ITERATIONS
            TO WS-HSUM-ITERATIONS(WS-HSUM-FOUND-IDX)
        ADD WS-THIS-ELAPSED TO WS-HSUM-ELAPSED(WS-HSUM-FOUND-IDX)
        .
    0208-END.

*> a rate-only total leaves the valid count as spaces, as the runs
*> it stands for did, so the forecast passes it over as before.
    0210-WRITE-HISTORY-SUMMARIES.
        PERFORM VARYING WS-HSUM-IDX FROM 1 BY 1
                UNTIL WS-HSUM-IDX > NUM-HSUMS
            MOVE SPACES TO FDPW-HIST-REC
            COMPUTE FDPW-HIST-STAMP = WS-CLOSE-YEAR * 10000000000
            MOVE 'CARRYFWD' TO FDPW-HIST-PROGRAM
            MOVE WS-HSUM-LOW(WS-HSUM-IDX) TO FDPW-HIST-RUNLEN-LOW
            MOVE WS-HSUM-HIGH(WS-HSUM-IDX) TO FDPW-HIST-RUNLEN-HIGH
            IF WS-HSUM-KIND(WS-HSUM-IDX) NOT = 'R'
                MOVE WS-HSUM-VALID(WS-HSUM-IDX)
                    TO FDPW-HIST-VALID-COUNT
            END-IF
            MOVE WS-HSUM-ITERATIONS(WS-HSUM-IDX)
                TO FDPW-HIST-ITERATIONS
            MOVE 'COMPLETE' TO FDPW-HIST-STATUS
            MOVE WS-HSUM-ELAPSED(WS-HSUM-IDX)
                TO FDPW-HIST-ELAPSED-SECS
            MOVE WS-HSUM-RULE-ID(WS-HSUM-IDX) TO FDPW-HIST-RULE-ID
            MOVE FDPW-HIST-REC TO WS-LEDGER-REC
            PERFORM 8000-CLASSIFY-RECORD
            PERFORM 0160-WRITE-CARRIED
        END-PERFORM
        .
    0210-END.

*> coverage ledger. The closed years' ranges are loaded, sorted by
*> rule and start, swept, and carried merged ahead of the current
*> year's ranges.
    0300-ANALYSE-COVERAGE.
        PERFORM 0110-OPEN-LIVE-INPUT
        PERFORM 0302-LOAD-ONE-RANGE UNTIL LIVE-DONE
        CLOSE FDPW-LIVE-FILE
        PERFORM 0310-SORT-RANGES
        PERFORM 0320-SWEEP-RANGES
        PERFORM 0330-WRITE-COVERAGE-CARRIED
        .
    0300-END.

    0302-LOAD-ONE-RANGE.
        PERFORM 0112-READ-LIVE-RECORD
        IF LIVE-NOT-DONE
            MOVE WS-SLOT-ANALYSED TO WS-TOT-IDX
            PERFORM 8010-ADD-TO-TOTAL
            IF REC-CLOSED-YEAR
                IF NUM-CRNGS = 2000
                    DISPLAY 'FINDPWYC0024E MORE THAN 2000 CLOSED-YEAR '
                        'RANGES ON FDPWCOVR'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO NUM-CRNGS
                MOVE FDPW-COVR-RULE TO WS-CRNG-RULE(NUM-CRNGS)
                MOVE FDPW-COVR-START TO WS-CONV-CODE
                PERFORM 8100-CODE-TO-ORDINAL
                MOVE WS-CONV-ORDINAL TO WS-CRNG-START-ORD(NUM-CRNGS)
                MOVE FDPW-COVR-END TO WS-CONV-CODE
                PERFORM 8100-CODE-TO-ORDINAL
                MOVE WS-CONV-ORDINAL TO WS-CRNG-END-ORD(NUM-CRNGS)
                MOVE FDPW-COVR-END TO WS-CRNG-END(NUM-CRNGS)
                MOVE WS-LEDGER-REC(33:4) TO WS-CRNG-BOUNDS(NUM-CRNGS)
                MOVE 0 TO WS-CRNG-DATE(NUM-CRNGS)
                IF FDPW-COVR-DATE IS NUMERIC
                    MOVE FDPW-COVR-DATE TO WS-CRNG-DATE(NUM-CRNGS)
                END-IF
                MOVE WS-CRNG-DATE(NUM-CRNGS)
                    TO WS-CRNG-FROM-DATE(NUM-CRNGS)
                IF COVR-CARRIED-FORWARD
                        AND FDPW-COVR-FROM-DATE IS NUMERIC
                    MOVE FDPW-COVR-FROM-DATE
                        TO WS-CRNG-FROM-DATE(NUM-CRNGS)
                END-IF
                MOVE SPACE TO WS-CRNG-ACTION(NUM-CRNGS)
                MOVE WS-LEDGER-REC TO WS-CRNG-REC(NUM-CRNGS)
            END-IF
        END-IF
        .
    0302-END.

    0310-SORT-RANGES.
        SET SORT-SWAPPED TO TRUE
        PERFORM 0312-SORT-ONE-PASS UNTIL SORT-NOT-SWAPPED
        .
    0310-END.

    0312-SORT-ONE-PASS.
        SET SORT-NOT-SWAPPED TO TRUE
        PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                UNTIL WS-SORT-IDX >= NUM-CRNGS
            IF WS-CRNG-RULE(WS-SORT-IDX) >
                    WS-CRNG-RULE(WS-SORT-IDX + 1)
                    OR (WS-CRNG-RULE(WS-SORT-IDX) =
                        WS-CRNG-RULE(WS-SORT-IDX + 1)
                    AND WS-CRNG-START-ORD(WS-SORT-IDX) >
                        WS-CRNG-START-ORD(WS-SORT-IDX + 1))
                MOVE WS-CRNG-ENTRY(WS-SORT-IDX) TO WS-CRNG-SWAP-ENTRY
                MOVE WS-CRNG-ENTRY(WS-SORT-IDX + 1)
                    TO WS-CRNG-ENTRY(WS-SORT-IDX)
                MOVE WS-CRNG-SWAP-ENTRY
                    TO WS-CRNG-ENTRY(WS-SORT-IDX + 1)
                SET SORT-SWAPPED TO TRUE
            END-IF
        END-PERFORM
        .
    0312-END.

*> one rule at a time, the covered end carried along as FINDPWCA
*> carries it. Merging only ever joins a range to the group that
*> ends exactly where it starts, under the same bounds, so every
*> gap and overlap FINDPWCA finds, and every code FINDPWPF counts
*> as covered under given bounds, is the same after the close.
    0320-SWEEP-RANGES.
        PERFORM VARYING WS-CRNG-IDX FROM 1 BY 1
                UNTIL WS-CRNG-IDX > NUM-CRNGS
            EVALUATE TRUE
                WHEN WS-CRNG-IDX = 1
                    PERFORM 0322-OPEN-GROUP
                WHEN WS-CRNG-RULE(WS-CRNG-IDX) NOT =
                        WS-CRNG-RULE(WS-CRNG-IDX - 1)
                    PERFORM 0322-OPEN-GROUP
                WHEN WS-CRNG-START-ORD(WS-CRNG-IDX) >
                        WS-COVERED-END-ORD + 1
                    PERFORM 0322-OPEN-GROUP
                WHEN WS-CRNG-START-ORD(WS-CRNG-IDX) =
                        WS-COVERED-END-ORD + 1
                    IF WS-CRNG-BOUNDS(WS-CRNG-IDX) =
                            WS-CRNG-BOUNDS(WS-CRNG-HEAD-IDX)
                            AND WS-CRNG-GRP-END-ORD(WS-CRNG-HEAD-IDX)
                            = WS-COVERED-END-ORD
                        PERFORM 0324-JOIN-GROUP
                    ELSE
                        PERFORM 0322-OPEN-GROUP
                    END-IF
                WHEN OTHER
                    MOVE 'K' TO WS-CRNG-ACTION(WS-CRNG-IDX)
                    IF WS-CRNG-END-ORD(WS-CRNG-IDX) >
                            WS-COVERED-END-ORD
                        MOVE WS-CRNG-END-ORD(WS-CRNG-IDX)
                            TO WS-COVERED-END-ORD
                    END-IF
            END-EVALUATE
        END-PERFORM
        .
    0320-END.

    0322-OPEN-GROUP.
        MOVE 'G' TO WS-CRNG-ACTION(WS-CRNG-IDX)
        MOVE WS-CRNG-IDX TO WS-CRNG-HEAD-IDX
        MOVE WS-CRNG-END-ORD(WS-CRNG-IDX)
            TO WS-CRNG-GRP-END-ORD(WS-CRNG-IDX)
        MOVE WS-CRNG-END(WS-CRNG-IDX) TO WS-CRNG-GRP-END(WS-CRNG-IDX)
        MOVE WS-CRNG-DATE(WS-CRNG-IDX) TO WS-CRNG-GRP-DATE(WS-CRNG-IDX)
        MOVE WS-CRNG-FROM-DATE(WS-CRNG-IDX)
            TO WS-CRNG-GRP-FROM(WS-CRNG-IDX)
        MOVE WS-CRNG-END-ORD(WS-CRNG-IDX) TO WS-COVERED-END-ORD
        .
    0322-END.

    0324-JOIN-GROUP.
        MOVE 'M' TO WS-CRNG-ACTION(WS-CRNG-IDX)
        MOVE WS-CRNG-END-ORD(WS-CRNG-IDX)
            TO WS-CRNG-GRP-END-ORD(WS-CRNG-HEAD-IDX)
        MOVE WS-CRNG-END(WS-CRNG-IDX)
            TO WS-CRNG-GRP-END(WS-CRNG-HEAD-IDX)
        IF WS-CRNG-DATE(WS-CRNG-IDX) >
                WS-CRNG-GRP-DATE(WS-CRNG-HEAD-IDX)
            MOVE WS-CRNG-DATE(WS-CRNG-IDX)
                TO WS-CRNG-GRP-DATE(WS-CRNG-HEAD-IDX)
        END-IF
        IF WS-CRNG-FROM-DATE(WS-CRNG-IDX) <
                WS-CRNG-GRP-FROM(WS-CRNG-HEAD-IDX)
            MOVE WS-CRNG-FROM-DATE(WS-CRNG-IDX)
                TO WS-CRNG-GRP-FROM(WS-CRNG-HEAD-IDX)
        END-IF
        MOVE WS-CRNG-END-ORD(WS-CRNG-IDX) TO WS-COVERED-END-ORD
        .
    0324-END.

    0330-WRITE-COVERAGE-CARRIED.
        PERFORM VARYING WS-CRNG-IDX FROM 1 BY 1
                UNTIL WS-CRNG-IDX > NUM-CRNGS
            EVALUATE WS-CRNG-ACTION(WS-CRNG-IDX)
                WHEN 'G'
                    MOVE WS-CRNG-REC(WS-CRNG-IDX) TO FDPW-COVR-REC
                    MOVE WS-CRNG-GRP-END(WS-CRNG-IDX) TO FDPW-COVR-END
                    MOVE WS-CRNG-GRP-DATE(WS-CRNG-IDX)
                        TO FDPW-COVR-DATE
                    MOVE WS-CRNG-GRP-FROM(WS-CRNG-IDX)
                        TO FDPW-COVR-FROM-DATE
                    SET COVR-CARRIED-FORWARD TO TRUE
                    MOVE FDPW-COVR-REC TO WS-LEDGER-REC
                    PERFORM 8000-CLASSIFY-RECORD
                    PERFORM 0160-WRITE-CARRIED
                WHEN 'K'
                    MOVE WS-CRNG-REC(WS-CRNG-IDX) TO WS-LEDGER-REC
                    PERFORM 8000-CLASSIFY-RECORD
                    PERFORM 0160-WRITE-CARRIED
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-PERFORM
        .
    0330-END.

*> issuance ledger, from the copy sorted by code and stamp. For
*> each code the lines still in force at year end go forward: its
*> last closed-year line if that left it RESERVED, and its last
*> ISSUED line if the master still shows it out (ISSUED, REDEEMED
*> or REVOKED) - what FINDPWIA checks the master against and what
*> FINDPWCB charges and credits by.
    0400-ANALYSE-ISSUANCE.
        PERFORM 0402-OPEN-SORTED-INPUT
        OPEN INPUT FDPW-MST-FILE
        IF WS-MST-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWYC0027E ERROR OPENING FDPWMST - FILE '
                'STATUS ' WS-MST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 0410-TAKE-ONE-LINE UNTIL INPUT-DONE
        PERFORM 0420-END-OF-CODE
        CLOSE FDPW-LSRT-FILE
        CLOSE FDPW-MST-FILE
        .
    0400-END.

    0402-OPEN-SORTED-INPUT.
        OPEN INPUT FDPW-LSRT-FILE
        IF WS-LSRT-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWYC0025E ERROR OPENING FDPWLSRT - FILE '
                'STATUS ' WS-LSRT-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SPACES TO WS-HELD-CODE
        SET HELD-NO-LAST TO TRUE
        SET HELD-NO-ISSUED TO TRUE
        SET INPUT-NOT-DONE TO TRUE
        .
    0402-END.

*> the code break is taken before the new line is classified, so
*> the held lines can pass through WS-LEDGER-REC on their way out.
    0404-READ-SORTED-RECORD.
        READ FDPW-LSRT-FILE
            AT END
                SET INPUT-DONE TO TRUE
            NOT AT END
                IF FDPW-LSRT-REC(1:6) NOT = WS-HELD-CODE
                    IF CLOSE-ISSUANCE
                        PERFORM 0420-END-OF-CODE
                    ELSE
                        PERFORM 0520-END-OF-CODE
                    END-IF
                    MOVE FDPW-LSRT-REC(1:6) TO WS-HELD-CODE
                END-IF
                MOVE FDPW-LSRT-REC TO WS-LEDGER-REC
                PERFORM 8000-CLASSIFY-RECORD
                MOVE WS-SLOT-ANALYSED TO WS-TOT-IDX
                PERFORM 8010-ADD-TO-TOTAL
        END-READ
        IF WS-LSRT-FILE-STATUS NOT = '00'
                AND WS-LSRT-FILE-STATUS NOT = '10'
            DISPLAY 'FINDPWYC0026E ERROR READING FDPWLSRT - FILE '
                'STATUS ' WS-LSRT-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0404-END.

    0410-TAKE-ONE-LINE.
        PERFORM 0404-READ-SORTED-RECORD
        IF INPUT-NOT-DONE AND REC-CLOSED-YEAR
            MOVE WS-LEDGER-REC TO WS-HELD-LAST-REC
            SET HELD-LAST TO TRUE
            IF FDPW-ILDG-STATUS = 'ISSUED'
                MOVE WS-LEDGER-REC TO WS-HELD-ISSUED-REC
                SET HELD-ISSUED TO TRUE
            END-IF
        END-IF
        .
    0410-END.

    0420-END-OF-CODE.
        SET CARRY-NO-ISSUED TO TRUE
        SET CARRY-NO-RESERVED TO TRUE
        IF HELD-LAST
            MOVE WS-HELD-LAST-REC TO FDPW-ILDG-REC
            IF FDPW-ILDG-STATUS = 'RESERVED'
                SET CARRY-RESERVED TO TRUE
            END-IF
        END-IF
        IF HELD-ISSUED
            MOVE WS-HELD-CODE TO FDPW-MST-CODE
            READ FDPW-MST-FILE
            EVALUATE WS-MST-FILE-STATUS
                WHEN '00'
                    IF MST-ISSUED OR MST-REDEEMED OR MST-REVOKED
                        SET CARRY-ISSUED TO TRUE
                    END-IF
                WHEN '23'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'FINDPWYC0028E ERROR READING FDPWMST - '
                        'FILE STATUS ' WS-MST-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
        END-IF
*>      the two lines go forward oldest first.
        IF CARRY-ISSUED AND CARRY-RESERVED
            IF WS-HELD-LAST-REC(33:14) < WS-HELD-ISSUED-REC(33:14)
                MOVE WS-HELD-LAST-REC TO WS-LEDGER-REC
                PERFORM 8000-CLASSIFY-RECORD
                PERFORM 0160-WRITE-CARRIED
                SET CARRY-NO-RESERVED TO TRUE
            END-IF
        END-IF
        IF CARRY-ISSUED
            MOVE WS-HELD-ISSUED-REC TO WS-LEDGER-REC
            PERFORM 8000-CLASSIFY-RECORD
            PERFORM 0160-WRITE-CARRIED
        END-IF
        IF CARRY-RESERVED
            MOVE WS-HELD-LAST-REC TO WS-LEDGER-REC
            PERFORM 8000-CLASSIFY-RECORD
            PERFORM 0160-WRITE-CARRIED
        END-IF
        SET HELD-NO-LAST TO TRUE
        SET HELD-NO-ISSUED TO TRUE
        .
    0420-END.

*> master archive, from the copy sorted by code and archive date:
*> each code's latest closed-year archive record goes forward, as
*> FINDPWIA and FINDPWRD look a code up by it.
    0500-ANALYSE-ARCHIVE.
        PERFORM 0402-OPEN-SORTED-INPUT
        PERFORM 0510-TAKE-ONE-ARCHIVE UNTIL INPUT-DONE
        PERFORM 0520-END-OF-CODE
        CLOSE FDPW-LSRT-FILE
        .
    0500-END.

    0510-TAKE-ONE-ARCHIVE.
        PERFORM 0404-READ-SORTED-RECORD
        IF INPUT-NOT-DONE AND REC-CLOSED-YEAR
            MOVE WS-LEDGER-REC TO WS-HELD-LAST-REC
            SET HELD-LAST TO TRUE
        END-IF
        .
    0510-END.

    0520-END-OF-CODE.
        IF HELD-LAST
            MOVE WS-HELD-LAST-REC TO WS-LEDGER-REC
            PERFORM 8000-CLASSIFY-RECORD
            PERFORM 0160-WRITE-CARRIED
        END-IF
        SET HELD-NO-LAST TO TRUE
        .
    0520-END.

*> transmission log: the closed-year transmissions, then the
*> partner's acknowledgments against them. The split carries each
*> one still unresolved.
    0600-ANALYSE-XMIT-LOG.
        PERFORM 0110-OPEN-LIVE-INPUT
        PERFORM 0602-LOAD-ONE-TRANSMISSION UNTIL LIVE-DONE
        CLOSE FDPW-LIVE-FILE
        OPEN INPUT FDPW-ACK-FILE
        IF WS-ACK-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWYC0030E ERROR OPENING FDPWACK - FILE '
                'STATUS ' WS-ACK-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET INPUT-NOT-DONE TO TRUE
        PERFORM 0610-MATCH-ONE-ACK UNTIL INPUT-DONE
        CLOSE FDPW-ACK-FILE
        .
    0600-END.

    0602-LOAD-ONE-TRANSMISSION.
        PERFORM 0112-READ-LIVE-RECORD
        IF LIVE-NOT-DONE
            MOVE WS-SLOT-ANALYSED TO WS-TOT-IDX
            PERFORM 8010-ADD-TO-TOTAL
            IF REC-CLOSED-YEAR
                IF NUM-XENTS = 500
                    DISPLAY 'FINDPWYC0029E MORE THAN 500 CLOSED-YEAR '
                        'TRANSMISSIONS ON FDPWXLOG'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO NUM-XENTS
                MOVE FDPW-XLOG-SEQ TO WS-XENT-SEQ(NUM-XENTS)
                MOVE FDPW-XLOG-COUNT TO WS-XENT-COUNT(NUM-XENTS)
                MOVE FDPW-XLOG-HASH TO WS-XENT-HASH(NUM-XENTS)
                SET XENT-UNRESOLVED(NUM-XENTS) TO TRUE
            END-IF
        END-IF
        .
    0602-END.

    0610-MATCH-ONE-ACK.
        READ FDPW-ACK-FILE
            AT END
                SET INPUT-DONE TO TRUE
            NOT AT END
                MOVE 0 TO WS-XENT-MATCH-IDX
                PERFORM VARYING WS-XENT-IDX FROM 1 BY 1
                        UNTIL WS-XENT-IDX > NUM-XENTS
                    IF WS-XENT-SEQ(WS-XENT-IDX) = FDPW-ACK-SEQ
                        MOVE WS-XENT-IDX TO WS-XENT-MATCH-IDX
                        MOVE NUM-XENTS TO WS-XENT-IDX
                    END-IF
                END-PERFORM
                IF WS-XENT-MATCH-IDX > 0
                    IF FDPW-ACK-COUNT =
                            WS-XENT-COUNT(WS-XENT-MATCH-IDX)
                            AND FDPW-ACK-HASH =
                            WS-XENT-HASH(WS-XENT-MATCH-IDX)
                            AND FDPW-ACK-STATUS = 'OK'
                        SET XENT-RESOLVED(WS-XENT-MATCH-IDX) TO TRUE
                    END-IF
                END-IF
        END-READ
        IF WS-ACK-FILE-STATUS NOT = '00'
                AND WS-ACK-FILE-STATUS NOT = '10'
            DISPLAY 'FINDPWYC0031E ERROR READING FDPWACK - FILE '
                'STATUS ' WS-ACK-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0610-END.

*> deny-list audit trail: one CFWD record per action and
*> disposition stands for the closed years' transactions.
    0700-ANALYSE-DENY-AUDIT.
        PERFORM 0110-OPEN-LIVE-INPUT
        PERFORM 0702-COUNT-ONE-TRANSACTION UNTIL LIVE-DONE
        CLOSE FDPW-LIVE-FILE
        PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                UNTIL WS-GRP-IDX > NUM-GRPS
            MOVE SPACES TO FDPW-DAUD-REC
            COMPUTE FDPW-DAUD-STAMP = WS-CLOSE-YEAR * 10000000000
            MOVE WS-GRP-ACTION(WS-GRP-IDX) TO FDPW-DAUD-ACTION
            SET DAUD-CARRIED-FORWARD TO TRUE
            MOVE WS-GRP-DISP(WS-GRP-IDX) TO FDPW-DAUD-CFWD-OF-DISP
            MOVE WS-GRP-COUNT(WS-GRP-IDX) TO FDPW-DAUD-CFWD-COUNT
            MOVE WS-GRP-FROM-YEAR(WS-GRP-IDX)
                TO FDPW-DAUD-CFWD-FROM-YEAR
            MOVE FDPW-DAUD-REC TO WS-LEDGER-REC
            PERFORM 8000-CLASSIFY-RECORD
            PERFORM 0160-WRITE-CARRIED
        END-PERFORM
        .
    0700-END.

    0702-COUNT-ONE-TRANSACTION.
        PERFORM 0112-READ-LIVE-RECORD
        IF LIVE-NOT-DONE
            MOVE WS-SLOT-ANALYSED TO WS-TOT-IDX
            PERFORM 8010-ADD-TO-TOTAL
            IF REC-CLOSED-YEAR
                MOVE FDPW-DAUD-ACTION TO WS-THIS-ACTION
                IF DAUD-CARRIED-FORWARD
                    MOVE FDPW-DAUD-CFWD-OF-DISP TO WS-THIS-DISP
                    MOVE 0 TO WS-THIS-COUNT
                    IF FDPW-DAUD-CFWD-COUNT IS NUMERIC
                        MOVE FDPW-DAUD-CFWD-COUNT TO WS-THIS-COUNT
                    END-IF
                    MOVE WS-REC-YEAR TO WS-THIS-FROM-YEAR
                    IF FDPW-DAUD-CFWD-FROM-YEAR IS NUMERIC
                        MOVE FDPW-DAUD-CFWD-FROM-YEAR
                            TO WS-THIS-FROM-YEAR
                    END-IF
                ELSE
                    MOVE FDPW-DAUD-DISP TO WS-THIS-DISP
                    MOVE 1 TO WS-THIS-COUNT
                    MOVE WS-REC-YEAR TO WS-THIS-FROM-YEAR
                END-IF
                PERFORM 8300-ADD-TO-GROUP
            END-IF
        END-IF
        .
    0702-END.

*> redemption ledger: one CFWD record per disposition. FINDPWRB
*> replays POST lines only, so passes these over.
    0750-ANALYSE-REDEMPTIONS.
        PERFORM 0110-OPEN-LIVE-INPUT
        PERFORM 0752-COUNT-ONE-REDEMPTION UNTIL LIVE-DONE
        CLOSE FDPW-LIVE-FILE
        PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                UNTIL WS-GRP-IDX > NUM-GRPS
            MOVE SPACES TO FDPW-RLDG-REC
            MOVE WS-GRP-DISP(WS-GRP-IDX) TO FDPW-RLDG-CFWD-OF-DISP
            MOVE WS-GRP-COUNT(WS-GRP-IDX) TO FDPW-RLDG-CFWD-COUNT
            MOVE WS-GRP-FROM-YEAR(WS-GRP-IDX)
                TO FDPW-RLDG-CFWD-FROM-YEAR
            SET RLDG-CARRIED-FORWARD TO TRUE
            COMPUTE FDPW-RLDG-POST-DATE = WS-CLOSE-YEAR * 10000
            MOVE FDPW-RLDG-REC TO WS-LEDGER-REC
            PERFORM 8000-CLASSIFY-RECORD
            PERFORM 0160-WRITE-CARRIED
        END-PERFORM
        .
    0750-END.

    0752-COUNT-ONE-REDEMPTION.
        PERFORM 0112-READ-LIVE-RECORD
        IF LIVE-NOT-DONE
            MOVE WS-SLOT-ANALYSED TO WS-TOT-IDX
            PERFORM 8010-ADD-TO-TOTAL
            IF REC-CLOSED-YEAR
                MOVE SPACES TO WS-THIS-ACTION
                IF RLDG-CARRIED-FORWARD
                    MOVE FDPW-RLDG-CFWD-OF-DISP TO WS-THIS-DISP
                    MOVE 0 TO WS-THIS-COUNT
                    IF FDPW-RLDG-CFWD-COUNT IS NUMERIC
                        MOVE FDPW-RLDG-CFWD-COUNT TO WS-THIS-COUNT
                    END-IF
                    MOVE WS-REC-YEAR TO WS-THIS-FROM-YEAR
                    IF FDPW-RLDG-CFWD-FROM-YEAR IS NUMERIC
                        MOVE FDPW-RLDG-CFWD-FROM-YEAR
                            TO WS-THIS-FROM-YEAR
                    END-IF
                ELSE
                    MOVE FDPW-RLDG-DISP TO WS-THIS-DISP
                    MOVE 1 TO WS-THIS-COUNT
                    MOVE WS-REC-YEAR TO WS-THIS-FROM-YEAR
                END-IF
                PERFORM 8300-ADD-TO-GROUP
            END-IF
        END-IF
        .
    0752-END.

*> REPORT mode: every ledger's control record for the year, its
*> totals and whether they balance.
    0800-PRINT-CONTROL-REPORT.
        OPEN OUTPUT FDPW-YCRP-FILE
        IF WS-YCRP-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWYC0034E ERROR OPENING FDPWYCRP - FILE '
                'STATUS ' WS-YCRP-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                UNTIL WS-LEDGER-IDX > 7
            PERFORM 0810-PRINT-ONE-LEDGER
        END-PERFORM
        CLOSE FDPW-YCRP-FILE
        DISPLAY 'FINDPWYC LEDGERS CLOSED:    ' NUM-LEDGERS-CLOSED
            ' FOR ' WS-CLOSE-YEAR
        DISPLAY 'FINDPWYC NOT CLOSED:        ' NUM-LEDGERS-OPEN
        DISPLAY 'FINDPWYC OUT OF BALANCE:    ' NUM-LEDGERS-UNBALANCED
        IF NUM-LEDGERS-UNBALANCED > 0
            MOVE 16 TO RETURN-CODE
        ELSE
            IF NUM-LEDGERS-OPEN > 0
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
        .
    0800-END.

    0810-PRINT-ONE-LEDGER.
        MOVE SPACES TO FDPW-YCTL-REC
        MOVE 0 TO FDPW-YCTL-YEAR
        PERFORM VARYING WS-YCTL-IDX FROM 1 BY 1
                UNTIL WS-YCTL-IDX > NUM-YCTL
            IF WS-YCTL-ENTRY(WS-YCTL-IDX)(1:8) =
                    WS-LEDGER-NAME(WS-LEDGER-IDX)
                MOVE WS-YCTL-ENTRY(WS-YCTL-IDX) TO FDPW-YCTL-REC
                MOVE NUM-YCTL TO WS-YCTL-IDX
            END-IF
        END-PERFORM
        IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 8
            PERFORM 0840-PRINT-PAGE-HEADING
        END-IF
        MOVE SPACES TO WS-DETAIL-LINE
        MOVE WS-LEDGER-NAME(WS-LEDGER-IDX) TO WS-DTL-LEDGER
        IF FDPW-YCTL-LEDGER = SPACES
            MOVE 'NEVER' TO WS-DTL-STATE
            MOVE 'NEVER CLOSED' TO WS-DTL-STEP
            MOVE 'NOT CLOSED FOR THIS YEAR' TO WS-DTL-NOTE
            ADD 1 TO NUM-LEDGERS-OPEN
            MOVE WS-DETAIL-LINE TO FDPW-YCRP-LINE
            MOVE '0' TO FDPW-YCRP-CC
            PERFORM 0860-WRITE-REPORT-RECORD
            ADD 2 TO WS-LINE-COUNT
        ELSE
            PERFORM 0820-PRINT-LEDGER-TOTALS
        END-IF
        .
    0810-END.

*> a ledger closed for an earlier year, or stopped part-way, is
*> listed with what its control record holds and counted as not
*> closed; one CLOSED for the year must balance both ways.
    0820-PRINT-LEDGER-TOTALS.
        MOVE FDPW-YCTL-PHASE TO WS-DTL-STATE
        MOVE FDPW-YCTL-YEAR TO WS-DTL-YEAR
        IF FDPW-YCTL-YEAR = WS-CLOSE-YEAR AND YCTL-CLOSED
            ADD 1 TO NUM-LEDGERS-CLOSED
        ELSE
            ADD 1 TO NUM-LEDGERS-OPEN
        END-IF
        PERFORM 0182-TOTALS-FROM-CONTROL
        PERFORM VARYING WS-STEP-IDX FROM 1 BY 1 UNTIL WS-STEP-IDX > 5
            MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-DTL-STEP
            MOVE WS-TOT-COUNT(WS-STEP-IDX) TO WS-DTL-COUNT
            MOVE WS-TOT-HASH(WS-STEP-IDX) TO WS-DTL-HASH
            IF WS-STEP-IDX = 1
                IF FDPW-YCTL-YEAR NOT = WS-CLOSE-YEAR
                        OR NOT YCTL-CLOSED
                    MOVE 'NOT CLOSED FOR THIS YEAR' TO WS-DTL-NOTE
                END-IF
                MOVE WS-DETAIL-LINE TO FDPW-YCRP-LINE
                MOVE '0' TO FDPW-YCRP-CC
                PERFORM 0860-WRITE-REPORT-RECORD
                ADD 2 TO WS-LINE-COUNT
                MOVE SPACES TO WS-DETAIL-LINE
            ELSE
                MOVE WS-DETAIL-LINE TO FDPW-YCRP-LINE
                MOVE SPACE TO FDPW-YCRP-CC
                PERFORM 0860-WRITE-REPORT-RECORD
                ADD 1 TO WS-LINE-COUNT
            END-IF
        END-PERFORM
        MOVE WS-SLOT-ARCHIVED TO WS-SUM-IDX-1
        MOVE WS-SLOT-KEPT TO WS-SUM-IDX-2
        PERFORM 8020-SUM-TWO-TOTALS
        MOVE 'IN BALANCE' TO WS-BALANCE-TEXT
        IF WS-SUM-COUNT NOT = WS-TOT-COUNT(WS-SLOT-BEFORE)
                OR WS-SUM-HASH NOT = WS-TOT-HASH(WS-SLOT-BEFORE)
            MOVE 'OUT OF BALANCE' TO WS-BALANCE-TEXT
        END-IF
        MOVE SPACES TO WS-DETAIL-LINE
        MOVE 'BEFORE = ARCHIVED + KEPT' TO WS-DTL-STEP
        MOVE WS-BALANCE-TEXT TO WS-DTL-NOTE
        PERFORM 0830-PRINT-BALANCE-LINE
        IF YCTL-CLOSED
            MOVE WS-SLOT-KEPT TO WS-SUM-IDX-1
            MOVE WS-SLOT-CARRIED TO WS-SUM-IDX-2
            PERFORM 8020-SUM-TWO-TOTALS
            MOVE 'IN BALANCE' TO WS-BALANCE-TEXT
            IF WS-SUM-COUNT NOT = WS-TOT-COUNT(WS-SLOT-AFTER)
                    OR WS-SUM-HASH NOT = WS-TOT-HASH(WS-SLOT-AFTER)
                MOVE 'OUT OF BALANCE' TO WS-BALANCE-TEXT
            END-IF
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE 'AFTER = KEPT + CARRIED' TO WS-DTL-STEP
            MOVE WS-BALANCE-TEXT TO WS-DTL-NOTE
            PERFORM 0830-PRINT-BALANCE-LINE
        END-IF
        .
    0820-END.

    0830-PRINT-BALANCE-LINE.
        MOVE WS-SUM-COUNT TO WS-DTL-COUNT
        MOVE WS-SUM-HASH TO WS-DTL-HASH
        IF WS-BALANCE-TEXT = 'OUT OF BALANCE'
                AND FDPW-YCTL-YEAR = WS-CLOSE-YEAR
                AND NOT YCTL-STARTED
            ADD 1 TO NUM-LEDGERS-UNBALANCED
            DISPLAY 'FINDPWYC0039E ' FDPW-YCTL-LEDGER ' OUT OF '
                'BALANCE - ' WS-DTL-STEP
        END-IF
        MOVE WS-DETAIL-LINE TO FDPW-YCRP-LINE
        MOVE SPACE TO FDPW-YCRP-CC
        PERFORM 0860-WRITE-REPORT-RECORD
        ADD 1 TO WS-LINE-COUNT
        .
    0830-END.

    0840-PRINT-PAGE-HEADING.
        ADD 1 TO WS-PAGE-COUNT
        MOVE WS-CLOSE-YEAR TO WS-HDG-YEAR
        MOVE WS-RUN-DATE TO WS-HDG-DATE
        MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
        MOVE SPACES TO FDPW-YCRP-REC
        MOVE '1' TO FDPW-YCRP-CC
        MOVE WS-HEADING-LINE TO FDPW-YCRP-LINE
        PERFORM 0860-WRITE-REPORT-RECORD
        MOVE '0' TO FDPW-YCRP-CC
        MOVE WS-COLUMN-LINE TO FDPW-YCRP-LINE
        PERFORM 0860-WRITE-REPORT-RECORD
        MOVE 3 TO WS-LINE-COUNT
        .
    0840-END.

    0860-WRITE-REPORT-RECORD.
        WRITE FDPW-YCRP-REC
        IF WS-YCRP-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWYC0035E ERROR WRITING FDPWYCRP - FILE '
                'STATUS ' WS-YCRP-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0860-END.

*> sets the record's year and hash value from the field each ledger
*> is dated by: the run stamp, the scan date, the ledger date, the
*> transaction stamp, the transmission date, the archive date, the
*> posting date. The issuance ledger hashes its stamp, which is
*> unique where the date is not.
    8000-CLASSIFY-RECORD.
        MOVE SPACES TO WS-REC-YEAR-TXT
        MOVE 0 TO WS-REC-HASH-VALUE
        EVALUATE TRUE
            WHEN CLOSE-HISTORY
                MOVE WS-LEDGER-REC TO FDPW-HIST-REC
                MOVE FDPW-HIST-STAMP(1:4) TO WS-REC-YEAR-TXT
                IF FDPW-HIST-STAMP IS NUMERIC
                    MOVE FDPW-HIST-STAMP TO WS-REC-HASH-VALUE
                END-IF
            WHEN CLOSE-COVERAGE
                MOVE WS-LEDGER-REC TO FDPW-COVR-REC
                MOVE FDPW-COVR-DATE(1:4) TO WS-REC-YEAR-TXT
                IF FDPW-COVR-DATE IS NUMERIC
                    MOVE FDPW-COVR-DATE TO WS-REC-HASH-VALUE
                END-IF
            WHEN CLOSE-ISSUANCE
                MOVE WS-LEDGER-REC TO FDPW-ILDG-REC
                MOVE FDPW-ILDG-DATE(1:4) TO WS-REC-YEAR-TXT
                IF FDPW-ILDG-STAMP IS NUMERIC
                    MOVE FDPW-ILDG-STAMP TO WS-REC-HASH-VALUE
                END-IF
            WHEN CLOSE-DENY-AUDIT
                MOVE WS-LEDGER-REC TO FDPW-DAUD-REC
                MOVE FDPW-DAUD-STAMP(1:4) TO WS-REC-YEAR-TXT
                IF FDPW-DAUD-STAMP IS NUMERIC
                    MOVE FDPW-DAUD-STAMP TO WS-REC-HASH-VALUE
                END-IF
            WHEN CLOSE-XMIT-LOG
                MOVE WS-LEDGER-REC TO FDPW-XLOG-REC
                MOVE FDPW-XLOG-DATE(1:4) TO WS-REC-YEAR-TXT
                IF FDPW-XLOG-DATE IS NUMERIC
                    MOVE FDPW-XLOG-DATE TO WS-REC-HASH-VALUE
                END-IF
            WHEN CLOSE-ARCHIVE
                MOVE WS-LEDGER-REC TO FDPW-ARCH-REC
                MOVE FDPW-ARCH-DATE(1:4) TO WS-REC-YEAR-TXT
                IF FDPW-ARCH-DATE IS NUMERIC
                    MOVE FDPW-ARCH-DATE TO WS-REC-HASH-VALUE
                END-IF
            WHEN CLOSE-REDEMPTIONS
                MOVE WS-LEDGER-REC TO FDPW-RLDG-REC
                MOVE FDPW-RLDG-POST-DATE(1:4) TO WS-REC-YEAR-TXT
                IF FDPW-RLDG-POST-DATE IS NUMERIC
                    MOVE FDPW-RLDG-POST-DATE TO WS-REC-HASH-VALUE
                END-IF
        END-EVALUATE
        SET REC-CURRENT-YEAR TO TRUE
        MOVE 0 TO WS-REC-YEAR
        IF WS-REC-YEAR-TXT IS NUMERIC
            MOVE WS-REC-YEAR-TXT TO WS-REC-YEAR
            IF WS-REC-YEAR NOT > WS-CLOSE-YEAR
                SET REC-CLOSED-YEAR TO TRUE
            END-IF
        END-IF
        .
    8000-END.

    8010-ADD-TO-TOTAL.
        ADD 1 TO WS-TOT-COUNT(WS-TOT-IDX)
        ADD WS-TOT-HASH(WS-TOT-IDX) WS-REC-HASH-VALUE
            GIVING WS-HASH-WORK
        DIVIDE WS-HASH-WORK BY 1000000000000000
            GIVING WS-HASH-DUMMY REMAINDER WS-TOT-HASH(WS-TOT-IDX)
        .
    8010-END.

    8020-SUM-TWO-TOTALS.
        ADD WS-TOT-COUNT(WS-SUM-IDX-1) WS-TOT-COUNT(WS-SUM-IDX-2)
            GIVING WS-SUM-COUNT
        ADD WS-TOT-HASH(WS-SUM-IDX-1) WS-TOT-HASH(WS-SUM-IDX-2)
            GIVING WS-HASH-WORK
        DIVIDE WS-HASH-WORK BY 1000000000000000
            GIVING WS-HASH-DUMMY REMAINDER WS-SUM-HASH
        .
    8020-END.

*> the same six-digit base-36 ordering FINDPWCA uses.
    8100-CODE-TO-ORDINAL.
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
    8100-END.

*> the trend report's key - program, range and bounds.
    8200-FIND-HISTORY-KEY.
        MOVE SPACES TO WS-THIS-HKEY
        STRING FDPW-HIST-PROGRAM FDPW-HIST-START FDPW-HIST-END
            FDPW-HIST-RUNLEN-LOW FDPW-HIST-RUNLEN-HIGH
            DELIMITED BY SIZE INTO WS-THIS-HKEY
        MOVE 0 TO WS-HKEY-FOUND-IDX
        PERFORM VARYING WS-HKEY-IDX FROM 1 BY 1
                UNTIL WS-HKEY-IDX > NUM-HKEYS
            IF WS-HKEY-VALUE(WS-HKEY-IDX) = WS-THIS-HKEY
                MOVE WS-HKEY-IDX TO WS-HKEY-FOUND-IDX
                MOVE NUM-HKEYS TO WS-HKEY-IDX
            END-IF
        END-PERFORM
        .
    8200-END.

    8300-ADD-TO-GROUP.
        MOVE 0 TO WS-GRP-FOUND-IDX
        PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                UNTIL WS-GRP-IDX > NUM-GRPS
            IF WS-GRP-ACTION(WS-GRP-IDX) = WS-THIS-ACTION
                    AND WS-GRP-DISP(WS-GRP-IDX) = WS-THIS-DISP
                MOVE WS-GRP-IDX TO WS-GRP-FOUND-IDX
                MOVE NUM-GRPS TO WS-GRP-IDX
            END-IF
        END-PERFORM
        IF WS-GRP-FOUND-IDX = 0
            IF NUM-GRPS = 50
                DISPLAY 'FINDPWYC0032E MORE THAN 50 ACTION AND '
                    'DISPOSITION KINDS ON ' WS-CLOSE-LEDGER
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO NUM-GRPS
            MOVE NUM-GRPS TO WS-GRP-FOUND-IDX
            MOVE WS-THIS-ACTION TO WS-GRP-ACTION(NUM-GRPS)
            MOVE WS-THIS-DISP TO WS-GRP-DISP(NUM-GRPS)
            MOVE 0 TO WS-GRP-COUNT(NUM-GRPS)
            MOVE WS-THIS-FROM-YEAR TO WS-GRP-FROM-YEAR(NUM-GRPS)
        END-IF
        ADD WS-THIS-COUNT TO WS-GRP-COUNT(WS-GRP-FOUND-IDX)
        IF WS-THIS-FROM-YEAR < WS-GRP-FROM-YEAR(WS-GRP-FOUND-IDX)
            MOVE WS-THIS-FROM-YEAR
                TO WS-GRP-FROM-YEAR(WS-GRP-FOUND-IDX)
        END-IF
        .
    8300-END.

END PROGRAM FINDPWYC.
