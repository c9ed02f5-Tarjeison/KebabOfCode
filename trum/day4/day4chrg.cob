IDENTIFICATION DIVISION.
PROGRAM-ID. FINDPWCB.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT FDPW-RATE-FILE ASSIGN TO "FDPWRATE"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RATE-FILE-STATUS.
        SELECT FDPW-ILDG-FILE ASSIGN TO "FDPWILDG"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ILDG-FILE-STATUS.
*>      DYNAMIC so the revocation pass can walk the whole master
*>      and the open-reservation pass can READ by key through the
*>      same open file. Read only - the chargeback changes nothing.
        SELECT FDPW-MST-FILE ASSIGN TO "FDPWMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FDPW-MST-CODE
            FILE STATUS IS WS-MST-FILE-STATUS.
*>      the deny list's EFF-DATE is the only record of when a code
*>      was revoked - FINDPWRV acts on it the same night.
        SELECT FDPW-DENY-FILE ASSIGN TO "FDPWDENY"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS FDPW-DENY-CODE
            FILE STATUS IS WS-DENY-FILE-STATUS.
        SELECT FDPW-RPT-FILE ASSIGN TO "FDPWCBRP"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RPT-FILE-STATUS.
        SELECT FDPW-GLJ-FILE ASSIGN TO "FDPWGLJ"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-GLJ-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  FDPW-RATE-FILE.
        COPY FDPWRATE.
    FD  FDPW-ILDG-FILE.
        COPY FDPWILDG.
    FD  FDPW-MST-FILE.
        COPY FDPWMST.
    FD  FDPW-DENY-FILE.
        COPY FDPWDENY.
    FD  FDPW-RPT-FILE.
    01  FDPW-RPT-REC.
        05 FDPW-RPT-CC                PIC X(1).
        05 FDPW-RPT-LINE              PIC X(132).
    FD  FDPW-GLJ-FILE.
        COPY FDPWGLJ.

    WORKING-STORAGE SECTION.

    01  WS-RUN-DATE                     PIC 9(8).

*> return-code scheme for the scheduler's COND processing:
*>    0 = clean run - every department priced from the rate card
*>    4 = completed with warnings - a department had no rate-card
*>        line and no default line applied (priced at zero and
*>        journalled to a blank cost center), or no activity at
*>        all for the month
*>   16 = fatal - bad PARM, a file that will not open or read, or
*>        more departments or open reservations than the tables
*>        hold. Nothing is journalled on a fatal run.
*> the billing month - PARM YYYYMM, or the month before the run
*> date when the PARM is left off (the normal month-end run on the
*> first of the following month).
    01 WS-PERIOD-CONTROL.
        05 WS-PERIOD                    PIC 9(6).
        05 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
            10 WS-PERIOD-YEAR           PIC 9(4).
            10 WS-PERIOD-MONTH          PIC 9(2).
        05 WS-PERIOD-TXT                PIC X(6).
        05 WS-MONTH-FIRST               PIC 9(8).
        05 WS-MONTH-LAST                PIC 9(8).
        05 WS-NEXT-FIRST                PIC 9(8).
        05 WS-NEXT-FIRST-PARTS REDEFINES WS-NEXT-FIRST.
            10 WS-NEXT-YEAR             PIC 9(4).
            10 WS-NEXT-MONTH            PIC 9(2).
            10 WS-NEXT-DAY              PIC 9(2).
        05 WS-MONTH-FIRST-DAYS          PIC 9(7).
        05 WS-NEXT-FIRST-DAYS           PIC 9(7).

*> the rate card, cut down to the line in effect for the month -
*> one entry per department plus the default line.
    01 WS-RATE-CONTROL.
        05 NUM-RATES                    PIC 9(3) VALUE 0.
        05 WS-RATE-IDX                  PIC 9(3).
        05 WS-RATE-FOUND-IDX            PIC 9(3).
        05 WS-DEFAULT-RATE-IDX          PIC 9(3) VALUE 0.

    01 WS-RATE-TABLE.
        05 WS-RATE-ENTRY OCCURS 100 TIMES.
            10 WS-RTE-DEPT              PIC X(8).
            10 WS-RTE-COST-CENTER       PIC X(10).
            10 WS-RTE-ISSUE             PIC 9(5)V99.
            10 WS-RTE-RESERVE-DAY       PIC 9(3)V99.
            10 WS-RTE-EFF-DATE          PIC 9(8).

*> every department with anything to charge or credit this month.
    01 WS-DEPT-CONTROL.
        05 NUM-DEPTS                    PIC 9(3) VALUE 0.
        05 WS-DEPT-IDX                  PIC 9(3).
        05 WS-DEPT-FOUND-IDX            PIC 9(3).
        05 WS-SORT-IDX                  PIC 9(3).
        05 WS-SORT-SWAP-SWITCH          PIC 9.
            88 SORT-SWAPPED             VALUE 1.
            88 SORT-NOT-SWAPPED         VALUE 0.
        05 WS-LOOKUP-DEPT               PIC X(8).

    01 WS-DEPT-TABLE.
        05 WS-DEPT-ENTRY OCCURS 100 TIMES.
            10 WS-DPT-DEPT              PIC X(8).
            10 WS-DPT-COST-CENTER       PIC X(10).
            10 WS-DPT-ISSUE-RATE        PIC 9(5)V99.
            10 WS-DPT-RESERVE-RATE      PIC 9(3)V99.
            10 WS-DPT-ISSUED            PIC 9(7).
            10 WS-DPT-RESERVE-DAYS      PIC 9(7).
            10 WS-DPT-CREDITS           PIC 9(7).
            10 WS-DPT-ISSUE-AMT         PIC S9(9)V99.
            10 WS-DPT-RESERVE-AMT       PIC S9(9)V99.
            10 WS-DPT-CREDIT-AMT        PIC S9(9)V99.
            10 WS-DPT-NET-AMT           PIC S9(9)V99.
            10 WS-DPT-RATE-SWITCH       PIC 9.
                88 DPT-RATED            VALUE 1.
                88 DPT-NOT-RATED        VALUE 0.

    01 WS-SWAP-ENTRY                    PIC X(100).

*> reservations still open as the ledger is read - a RESERVED line
*> opens one, and the next ledger line for the same code (issued
*> to the holder, or handed back) closes it. The days it sat open
*> inside the billing month are what the holder is charged for.
    01 WS-OPEN-CONTROL.
        05 NUM-OPEN                     PIC 9(3) VALUE 0.
        05 WS-OPEN-IDX                  PIC 9(3).
        05 WS-OPEN-FOUND-IDX            PIC 9(3).

    01 WS-OPEN-TABLE.
        05 WS-OPEN-ENTRY OCCURS 500 TIMES.
            10 WS-OPN-CODE              PIC X(6).
            10 WS-OPN-DEPT              PIC X(8).
            10 WS-OPN-START-DAYS        PIC 9(7).

*> codes revoked inside the billing month after being issued - the
*> issuing department is credited the issue price back. Found on
*> the master (FINDPWRV leaves no ledger line), dated from the
*> deny list.
    01 WS-CREDIT-CONTROL.
        05 NUM-CREDITS                  PIC 9(3) VALUE 0.
        05 WS-CREDIT-IDX                PIC 9(3).
        05 WS-CREDIT-DATE               PIC 9(8).

    01 WS-CREDIT-TABLE.
        05 WS-CREDIT-ENTRY OCCURS 500 TIMES.
            10 WS-CRD-CODE              PIC X(6).
            10 WS-CRD-DEPT              PIC X(8).
            10 WS-CRD-USED-SWITCH       PIC 9.
                88 CRD-USED             VALUE 1.
                88 CRD-NOT-USED         VALUE 0.

    01 WS-DAYS-WORK.
        05 WS-LEDGER-DAYS               PIC 9(7).
        05 WS-CLOSE-DAYS                PIC 9(7).
        05 WS-SEG-START-DAYS            PIC 9(7).
        05 WS-SEG-END-DAYS              PIC 9(7).

    01 WS-CHARGE-COUNTS.
        05 NUM-LEDGER-READ              PIC 9(9) VALUE 0.
        05 NUM-UNRATED-DEPTS            PIC 9(3) VALUE 0.
        05 WS-TOT-ISSUED                PIC 9(9) VALUE 0.
        05 WS-TOT-RESERVE-DAYS          PIC 9(9) VALUE 0.
        05 WS-TOT-CREDITS               PIC 9(9) VALUE 0.
        05 WS-TOT-ISSUE-AMT             PIC S9(11)V99 VALUE 0.
        05 WS-TOT-RESERVE-AMT           PIC S9(11)V99 VALUE 0.
        05 WS-TOT-CREDIT-AMT            PIC S9(11)V99 VALUE 0.
        05 WS-TOT-NET-AMT               PIC S9(11)V99 VALUE 0.

*> journal control totals - the hash is the detail amounts in cents
*> without their sign, low-order fifteen digits.
    01 WS-JOURNAL-CONTROL.
        05 NUM-JOURNAL-DETAILS          PIC 9(9) VALUE 0.
        05 WS-JOURNAL-TOTAL             PIC S9(11)V99 VALUE 0.
        05 WS-JOURNAL-HASH              PIC 9(15) VALUE 0.
        05 WS-HASH-CENTS                PIC 9(13).
        05 WS-HASH-WORK                 PIC 9(16).
        05 WS-HASH-DUMMY                PIC 9(1).
        05 WS-ITEM-COUNT                PIC 9(7).

    01  WS-READ-SWITCH                  PIC 9 VALUE 0.
        88 INPUT-DONE                   VALUE 1.
        88 INPUT-NOT-DONE               VALUE 0.

    01 WS-PAGE-CONTROL.
        05 WS-LINE-COUNT                PIC 9(2) VALUE 99.
        05 WS-PAGE-COUNT                PIC 9(3) VALUE 0.
        05 WS-LINES-PER-PAGE            PIC 9(2) VALUE 55.
        05 WS-SAVED-LINE                PIC X(132).

    01 WS-HEADING-LINE.
        05 FILLER                       PIC X(36) VALUE
            'FINDPW DEPARTMENT CHARGEBACK        '.
        05 FILLER                       PIC X(9) VALUE 'RUN DATE '.
        05 WS-HDG-DATE                  PIC 9(8).
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 FILLER                       PIC X(7) VALUE 'PERIOD '.
        05 WS-HDG-PERIOD                PIC 9(6).
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 FILLER                       PIC X(5) VALUE 'PAGE '.
        05 WS-HDG-PAGE                  PIC ZZ9.
        05 FILLER                       PIC X(50) VALUE SPACES.

    01 WS-DEPT-LINE.
        05 FILLER                       PIC X(11) VALUE
            'DEPARTMENT '.
        05 WS-DPL-DEPT                  PIC X(8).
        05 FILLER                       PIC X(15) VALUE
            '  COST CENTER  '.
        05 WS-DPL-COST-CENTER           PIC X(10).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-DPL-NOTE                  PIC X(40).
        05 FILLER                       PIC X(46) VALUE SPACES.

*> the label is a named field, not a FILLER VALUE - the line is
*> blanked whole before each use.
    01 WS-CHARGE-LINE.
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 WS-CHL-LABEL                 PIC X(24).
        05 WS-CHL-QTY                   PIC Z,ZZZ,ZZ9.
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 WS-CHL-AT                    PIC X(2).
        05 WS-CHL-RATE                  PIC ZZ,ZZ9.99.
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 WS-CHL-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
        05 FILLER                       PIC X(58) VALUE SPACES.

    01  WS-RATE-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-ILDG-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-MST-FILE-STATUS              PIC XX VALUE '00'.
    01  WS-DENY-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-RPT-FILE-STATUS              PIC XX VALUE '00'.
    01  WS-GLJ-FILE-STATUS              PIC XX VALUE '00'.

    LINKAGE SECTION.
        COPY FDPWPARM.

PROCEDURE DIVISION USING FDPW-PARM-AREA.
    0000-MAIN.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
        PERFORM 0011-GET-PARM-PERIOD
        PERFORM 0020-LOAD-RATE-CARD
        PERFORM 0010-OPEN-LOOKUP-FILES
        PERFORM 0030-FIND-REVOCATION-CREDITS
        PERFORM 0040-READ-ISSUANCE-LEDGER
        PERFORM 0050-CLOSE-OPEN-RESERVATIONS
        CLOSE FDPW-MST-FILE
        CLOSE FDPW-DENY-FILE
        PERFORM 0060-PRICE-DEPARTMENTS
        PERFORM 0070-SORT-DEPARTMENTS
        PERFORM 0080-OPEN-OUTPUTS
        PERFORM 0100-PRINT-ONE-DEPARTMENT
            VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > NUM-DEPTS
        PERFORM 0300-PRINT-GRAND-TOTAL
        PERFORM 0090-WRITE-JOURNAL-TRAILER
        CLOSE FDPW-RPT-FILE
        CLOSE FDPW-GLJ-FILE
        IF WS-GLJ-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWCB0001E ERROR CLOSING FDPWGLJ - FILE '
                'STATUS ' WS-GLJ-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY 'FINDPWCB PERIOD:             ' WS-PERIOD
        DISPLAY 'FINDPWCB LEDGER RECORDS:     ' NUM-LEDGER-READ
        DISPLAY 'FINDPWCB DEPARTMENTS:        ' NUM-DEPTS
        DISPLAY 'FINDPWCB CODES ISSUED:       ' WS-TOT-ISSUED
        DISPLAY 'FINDPWCB RESERVED CODE-DAYS: ' WS-TOT-RESERVE-DAYS
        DISPLAY 'FINDPWCB REVOCATION CREDITS: ' WS-TOT-CREDITS
        DISPLAY 'FINDPWCB JOURNAL DETAILS:    ' NUM-JOURNAL-DETAILS
        DISPLAY 'FINDPWCB JOURNAL HASH:       ' WS-JOURNAL-HASH
        IF NUM-UNRATED-DEPTS > 0 OR NUM-DEPTS = 0
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
        STOP RUN
        .
    0000-END.

    0011-GET-PARM-PERIOD.
        IF FDPW-PARM-LEN = 0
            MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
            IF WS-PERIOD-MONTH = 1
                SUBTRACT 1 FROM WS-PERIOD-YEAR
                MOVE 12 TO WS-PERIOD-MONTH
            ELSE
                SUBTRACT 1 FROM WS-PERIOD-MONTH
            END-IF
        ELSE
            IF FDPW-PARM-LEN NOT = 6
                DISPLAY 'FINDPWCB0002E PERIOD PARM MUST BE SIX '
                    'DIGITS, YYYYMM'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FDPW-PARM-TEXT(1:6) TO WS-PERIOD-TXT
            IF WS-PERIOD-TXT IS NOT NUMERIC
                DISPLAY 'FINDPWCB0003E PERIOD PARM "' WS-PERIOD-TXT
                    '" IS NOT YYYYMM'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-PERIOD-TXT TO WS-PERIOD
        END-IF
        IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                OR WS-PERIOD-YEAR < 1601
            DISPLAY 'FINDPWCB0004E PERIOD ' WS-PERIOD
                ' IS NOT A VALID YEAR AND MONTH'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        COMPUTE WS-MONTH-FIRST = WS-PERIOD * 100 + 1
        MOVE WS-PERIOD-YEAR TO WS-NEXT-YEAR
        MOVE WS-PERIOD-MONTH TO WS-NEXT-MONTH
        MOVE 1 TO WS-NEXT-DAY
        IF WS-NEXT-MONTH = 12
            ADD 1 TO WS-NEXT-YEAR
            MOVE 1 TO WS-NEXT-MONTH
        ELSE
            ADD 1 TO WS-NEXT-MONTH
        END-IF
        COMPUTE WS-MONTH-FIRST-DAYS =
            FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST)
        COMPUTE WS-NEXT-FIRST-DAYS =
            FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST)
        COMPUTE WS-MONTH-LAST =
            FUNCTION DATE-OF-INTEGER(WS-NEXT-FIRST-DAYS - 1)
        .
    0011-END.

*> keeps, per department, the latest line in effect by the month's
*> last day - a rate change mid-month takes the whole month, the
*> way finance bills it.
    0020-LOAD-RATE-CARD.
        OPEN INPUT FDPW-RATE-FILE
        IF WS-RATE-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWCB0005E ERROR OPENING FDPWRATE - FILE '
                'STATUS ' WS-RATE-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET INPUT-NOT-DONE TO TRUE
        PERFORM 0022-LOAD-ONE-RATE UNTIL INPUT-DONE
        CLOSE FDPW-RATE-FILE
        .
    0020-END.

    0022-LOAD-ONE-RATE.
        READ FDPW-RATE-FILE
            AT END
                SET INPUT-DONE TO TRUE
            NOT AT END
                IF FDPW-RATE-ISSUE IS NOT NUMERIC
                        OR FDPW-RATE-RESERVE-DAY IS NOT NUMERIC
                        OR FDPW-RATE-EFF-DATE IS NOT NUMERIC
                    DISPLAY 'FINDPWCB0006E RATE-CARD LINE FOR '
                        FDPW-RATE-DEPT ' HAS A NON-NUMERIC RATE OR '
                        'DATE - FIX THE RATE CARD'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF FDPW-RATE-EFF-DATE NOT > WS-MONTH-LAST
                    PERFORM 0024-KEEP-ONE-RATE
                END-IF
        END-READ
        IF WS-RATE-FILE-STATUS NOT = '00'
                AND WS-RATE-FILE-STATUS NOT = '10'
            DISPLAY 'FINDPWCB0007E ERROR READING FDPWRATE - FILE '
                'STATUS ' WS-RATE-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0022-END.

    0024-KEEP-ONE-RATE.
        MOVE 0 TO WS-RATE-FOUND-IDX
        PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                UNTIL WS-RATE-IDX > NUM-RATES
            IF WS-RTE-DEPT(WS-RATE-IDX) = FDPW-RATE-DEPT
                MOVE WS-RATE-IDX TO WS-RATE-FOUND-IDX
            END-IF
        END-PERFORM
        IF WS-RATE-FOUND-IDX = 0
            IF NUM-RATES = 100
                DISPLAY 'FINDPWCB0008E RATE CARD EXCEEDS THE 100 '
                    'DEPARTMENTS THIS PROGRAM CAN HOLD'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO NUM-RATES
            MOVE NUM-RATES TO WS-RATE-FOUND-IDX
            MOVE 0 TO WS-RTE-EFF-DATE(WS-RATE-FOUND-IDX)
            IF RATE-DEFAULT
                MOVE NUM-RATES TO WS-DEFAULT-RATE-IDX
            END-IF
        END-IF
        IF FDPW-RATE-EFF-DATE NOT < WS-RTE-EFF-DATE(WS-RATE-FOUND-IDX)
            MOVE FDPW-RATE-DEPT TO WS-RTE-DEPT(WS-RATE-FOUND-IDX)
            MOVE FDPW-RATE-COST-CENTER
                TO WS-RTE-COST-CENTER(WS-RATE-FOUND-IDX)
            MOVE FDPW-RATE-ISSUE TO WS-RTE-ISSUE(WS-RATE-FOUND-IDX)
            MOVE FDPW-RATE-RESERVE-DAY
                TO WS-RTE-RESERVE-DAY(WS-RATE-FOUND-IDX)
            MOVE FDPW-RATE-EFF-DATE
                TO WS-RTE-EFF-DATE(WS-RATE-FOUND-IDX)
        END-IF
        .
    0024-END.

    0010-OPEN-LOOKUP-FILES.
        OPEN INPUT FDPW-MST-FILE
        IF WS-MST-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWCB0009E ERROR OPENING FDPWMST - FILE '
                'STATUS ' WS-MST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT FDPW-DENY-FILE
        IF WS-DENY-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWCB0010E ERROR OPENING FDPWDENY - FILE '
                'STATUS ' WS-DENY-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0010-END.

*> one pass over the master for REVOKED codes that were issued to a
*> department. The revocation is dated by the deny-list entry that
*> drove it; an entry from before the list carried a date falls
*> back to the issue date, so the credit lands in the same month
*> as the charge and is still only ever given once.
    0030-FIND-REVOCATION-CREDITS.
        MOVE LOW-VALUES TO FDPW-MST-CODE
        START FDPW-MST-FILE KEY > FDPW-MST-CODE
        IF WS-MST-FILE-STATUS = '23' OR WS-MST-FILE-STATUS = '46'
            SET INPUT-DONE TO TRUE
        ELSE
            IF WS-MST-FILE-STATUS NOT = '00'
                DISPLAY 'FINDPWCB0011E ERROR POSITIONING FDPWMST - '
                    'FILE STATUS ' WS-MST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET INPUT-NOT-DONE TO TRUE
        END-IF
        PERFORM 0032-CHECK-ONE-MASTER UNTIL INPUT-DONE
        .
    0030-END.

    0032-CHECK-ONE-MASTER.
        READ FDPW-MST-FILE NEXT
        EVALUATE WS-MST-FILE-STATUS
            WHEN '00'
                IF MST-REVOKED AND FDPW-MST-ISSUED-TO NOT = SPACES
                    PERFORM 0034-DATE-ONE-REVOCATION
                    IF WS-CREDIT-DATE NOT < WS-MONTH-FIRST
                            AND WS-CREDIT-DATE NOT > WS-MONTH-LAST
                        PERFORM 0036-KEEP-ONE-CREDIT
                    END-IF
                END-IF
            WHEN '10'
                SET INPUT-DONE TO TRUE
            WHEN OTHER
                DISPLAY 'FINDPWCB0012E ERROR READING FDPWMST - FILE '
                    'STATUS ' WS-MST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        .
    0032-END.

    0034-DATE-ONE-REVOCATION.
        MOVE 0 TO WS-CREDIT-DATE
        MOVE FDPW-MST-CODE TO FDPW-DENY-CODE
        READ FDPW-DENY-FILE
        EVALUATE WS-DENY-FILE-STATUS
            WHEN '00'
                IF FDPW-DENY-EFF-DATE IS NUMERIC
                        AND FDPW-DENY-EFF-DATE > 0
                    MOVE FDPW-DENY-EFF-DATE TO WS-CREDIT-DATE
                END-IF
            WHEN '23'
                CONTINUE
            WHEN OTHER
                DISPLAY 'FINDPWCB0013E ERROR READING FDPWDENY - FILE '
                    'STATUS ' WS-DENY-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        IF WS-CREDIT-DATE = 0 AND FDPW-MST-ISSUE-DATE IS NUMERIC
            MOVE FDPW-MST-ISSUE-DATE TO WS-CREDIT-DATE
        END-IF
        .
    0034-END.

    0036-KEEP-ONE-CREDIT.
        IF NUM-CREDITS = 500
            DISPLAY 'FINDPWCB0014E MORE THAN THE 500 REVOCATION '
                'CREDITS THIS PROGRAM CAN HOLD IN ONE MONTH'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO NUM-CREDITS
        MOVE FDPW-MST-CODE TO WS-CRD-CODE(NUM-CREDITS)
        MOVE FDPW-MST-ISSUED-TO TO WS-CRD-DEPT(NUM-CREDITS)
        SET CRD-NOT-USED(NUM-CREDITS) TO TRUE
        .
    0036-END.

    0040-READ-ISSUANCE-LEDGER.
        OPEN INPUT FDPW-ILDG-FILE
        IF WS-ILDG-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWCB0015E ERROR OPENING FDPWILDG - FILE '
                'STATUS ' WS-ILDG-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET INPUT-NOT-DONE TO TRUE
        PERFORM 0042-PRICE-ONE-LEDGER-LINE UNTIL INPUT-DONE
        CLOSE FDPW-ILDG-FILE
        .
    0040-END.

*> the ledger is in the order things happened, so a reservation is
*> always opened before whatever closes it. Lines after the billing
*> month still close reservations that were open during it; they
*> charge nothing of their own.
    0042-PRICE-ONE-LEDGER-LINE.
        READ FDPW-ILDG-FILE
            AT END
                SET INPUT-DONE TO TRUE
            NOT AT END
                ADD 1 TO NUM-LEDGER-READ
                IF FDPW-ILDG-DATE IS NUMERIC
                        AND FDPW-ILDG-DATE NOT > WS-MONTH-LAST
                        AND FDPW-ILDG-DATE > 0
                    COMPUTE WS-LEDGER-DAYS =
                        FUNCTION INTEGER-OF-DATE(FDPW-ILDG-DATE)
                    PERFORM 0044-APPLY-ONE-LEDGER-LINE
                ELSE
                    MOVE WS-NEXT-FIRST-DAYS TO WS-LEDGER-DAYS
                    IF FDPW-ILDG-STATUS NOT = 'RESERVED'
                        PERFORM 0046-CLOSE-RESERVATION
                    END-IF
                END-IF
        END-READ
        IF WS-ILDG-FILE-STATUS NOT = '00'
                AND WS-ILDG-FILE-STATUS NOT = '10'
            DISPLAY 'FINDPWCB0016E ERROR READING FDPWILDG - FILE '
                'STATUS ' WS-ILDG-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0042-END.

    0044-APPLY-ONE-LEDGER-LINE.
        IF FDPW-ILDG-STATUS = 'RESERVED'
            PERFORM 0048-OPEN-RESERVATION
        ELSE
            PERFORM 0046-CLOSE-RESERVATION
        END-IF
        IF FDPW-ILDG-STATUS = 'ISSUED'
            IF FDPW-ILDG-DATE NOT < WS-MONTH-FIRST
                MOVE FDPW-ILDG-DEPT TO WS-LOOKUP-DEPT
                PERFORM 0055-FIND-DEPARTMENT
                ADD 1 TO WS-DPT-ISSUED(WS-DEPT-FOUND-IDX)
            END-IF
            PERFORM VARYING WS-CREDIT-IDX FROM 1 BY 1
                    UNTIL WS-CREDIT-IDX > NUM-CREDITS
                IF WS-CRD-CODE(WS-CREDIT-IDX) = FDPW-ILDG-CODE
                        AND WS-CRD-DEPT(WS-CREDIT-IDX) = FDPW-ILDG-DEPT
                        AND CRD-NOT-USED(WS-CREDIT-IDX)
                    SET CRD-USED(WS-CREDIT-IDX) TO TRUE
                    MOVE FDPW-ILDG-DEPT TO WS-LOOKUP-DEPT
                    PERFORM 0055-FIND-DEPARTMENT
                    ADD 1 TO WS-DPT-CREDITS(WS-DEPT-FOUND-IDX)
                END-IF
            END-PERFORM
        END-IF
        .
    0044-END.

*> closes the code's open reservation, if it has one, at the day in
*> WS-LEDGER-DAYS and charges the holder for the part of it that
*> fell inside the billing month. The slot is refilled from the
*> end of the table so the table stays packed.
    0046-CLOSE-RESERVATION.
        PERFORM 0049-FIND-OPEN-RESERVATION
        IF WS-OPEN-FOUND-IDX > 0
            MOVE WS-LEDGER-DAYS TO WS-CLOSE-DAYS
            PERFORM 0047-CHARGE-RESERVED-DAYS
            MOVE WS-OPEN-ENTRY(NUM-OPEN)
                TO WS-OPEN-ENTRY(WS-OPEN-FOUND-IDX)
            SUBTRACT 1 FROM NUM-OPEN
        END-IF
        .
    0046-END.

    0047-CHARGE-RESERVED-DAYS.
        MOVE WS-OPN-START-DAYS(WS-OPEN-FOUND-IDX) TO WS-SEG-START-DAYS
        IF WS-SEG-START-DAYS < WS-MONTH-FIRST-DAYS
            MOVE WS-MONTH-FIRST-DAYS TO WS-SEG-START-DAYS
        END-IF
        MOVE WS-CLOSE-DAYS TO WS-SEG-END-DAYS
        IF WS-SEG-END-DAYS > WS-NEXT-FIRST-DAYS
            MOVE WS-NEXT-FIRST-DAYS TO WS-SEG-END-DAYS
        END-IF
        IF WS-SEG-END-DAYS > WS-SEG-START-DAYS
            MOVE WS-OPN-DEPT(WS-OPEN-FOUND-IDX) TO WS-LOOKUP-DEPT
            PERFORM 0055-FIND-DEPARTMENT
            COMPUTE WS-DPT-RESERVE-DAYS(WS-DEPT-FOUND-IDX) =
                WS-DPT-RESERVE-DAYS(WS-DEPT-FOUND-IDX)
                + WS-SEG-END-DAYS - WS-SEG-START-DAYS
        END-IF
        .
    0047-END.

*> a second RESERVED line for a code already open (handed back and
*> reserved again with no line between) restarts the clock for the
*> new holder after charging the old one up to today.
    0048-OPEN-RESERVATION.
        PERFORM 0046-CLOSE-RESERVATION
        IF NUM-OPEN = 500
            DISPLAY 'FINDPWCB0017E MORE THAN THE 500 OPEN '
                'RESERVATIONS THIS PROGRAM CAN HOLD'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO NUM-OPEN
        MOVE FDPW-ILDG-CODE TO WS-OPN-CODE(NUM-OPEN)
        MOVE FDPW-ILDG-DEPT TO WS-OPN-DEPT(NUM-OPEN)
        MOVE WS-LEDGER-DAYS TO WS-OPN-START-DAYS(NUM-OPEN)
        .
    0048-END.

    0049-FIND-OPEN-RESERVATION.
        MOVE 0 TO WS-OPEN-FOUND-IDX
        PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                UNTIL WS-OPEN-IDX > NUM-OPEN
            IF WS-OPN-CODE(WS-OPEN-IDX) = FDPW-ILDG-CODE
                MOVE WS-OPEN-IDX TO WS-OPEN-FOUND-IDX
                MOVE NUM-OPEN TO WS-OPEN-IDX
            END-IF
        END-PERFORM
        .
    0049-END.

*> reservations still open at the end of the ledger ran to the end
*> of the month - unless the master shows the code revoked since,
*> in which case the clock stopped on the deny-list date.
    0050-CLOSE-OPEN-RESERVATIONS.
        PERFORM VARYING WS-OPEN-FOUND-IDX FROM 1 BY 1
                UNTIL WS-OPEN-FOUND-IDX > NUM-OPEN
            MOVE WS-NEXT-FIRST-DAYS TO WS-CLOSE-DAYS
            MOVE WS-OPN-CODE(WS-OPEN-FOUND-IDX) TO FDPW-MST-CODE
            READ FDPW-MST-FILE
            EVALUATE WS-MST-FILE-STATUS
                WHEN '00'
                    IF MST-REVOKED
                        PERFORM 0034-DATE-ONE-REVOCATION
                        IF WS-CREDIT-DATE > 0
                            COMPUTE WS-CLOSE-DAYS =
                                FUNCTION INTEGER-OF-DATE
                                    (WS-CREDIT-DATE)
                        END-IF
                    END-IF
                WHEN '23'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'FINDPWCB0018E ERROR READING FDPWMST - '
                        'FILE STATUS ' WS-MST-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
            PERFORM 0047-CHARGE-RESERVED-DAYS
        END-PERFORM
        .
    0050-END.

*> finds the department's slot, adding it on first sight.
    0055-FIND-DEPARTMENT.
        MOVE 0 TO WS-DEPT-FOUND-IDX
        PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                UNTIL WS-DEPT-IDX > NUM-DEPTS
            IF WS-DPT-DEPT(WS-DEPT-IDX) = WS-LOOKUP-DEPT
                MOVE WS-DEPT-IDX TO WS-DEPT-FOUND-IDX
                MOVE NUM-DEPTS TO WS-DEPT-IDX
            END-IF
        END-PERFORM
        IF WS-DEPT-FOUND-IDX = 0
            IF NUM-DEPTS = 100
                DISPLAY 'FINDPWCB0019E MORE THAN THE 100 DEPARTMENTS '
                    'THIS PROGRAM CAN HOLD'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO NUM-DEPTS
            MOVE NUM-DEPTS TO WS-DEPT-FOUND-IDX
            MOVE WS-LOOKUP-DEPT TO WS-DPT-DEPT(NUM-DEPTS)
            MOVE SPACES TO WS-DPT-COST-CENTER(NUM-DEPTS)
            MOVE 0 TO WS-DPT-ISSUE-RATE(NUM-DEPTS)
            MOVE 0 TO WS-DPT-RESERVE-RATE(NUM-DEPTS)
            MOVE 0 TO WS-DPT-ISSUED(NUM-DEPTS)
            MOVE 0 TO WS-DPT-RESERVE-DAYS(NUM-DEPTS)
            MOVE 0 TO WS-DPT-CREDITS(NUM-DEPTS)
            MOVE 0 TO WS-DPT-ISSUE-AMT(NUM-DEPTS)
            MOVE 0 TO WS-DPT-RESERVE-AMT(NUM-DEPTS)
            MOVE 0 TO WS-DPT-CREDIT-AMT(NUM-DEPTS)
            MOVE 0 TO WS-DPT-NET-AMT(NUM-DEPTS)
            SET DPT-NOT-RATED(NUM-DEPTS) TO TRUE
        END-IF
        .
    0055-END.

*> a department's own rate-card line first, the default line next;
*> with neither, the department is priced at zero and flagged so
*> finance adds it to the card before the journal is posted.
    0060-PRICE-DEPARTMENTS.
        PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                UNTIL WS-DEPT-IDX > NUM-DEPTS
            MOVE 0 TO WS-RATE-FOUND-IDX
            PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                    UNTIL WS-RATE-IDX > NUM-RATES
                IF WS-RTE-DEPT(WS-RATE-IDX) = WS-DPT-DEPT(WS-DEPT-IDX)
                    MOVE WS-RATE-IDX TO WS-RATE-FOUND-IDX
                END-IF
            END-PERFORM
            IF WS-RATE-FOUND-IDX = 0
                MOVE WS-DEFAULT-RATE-IDX TO WS-RATE-FOUND-IDX
            END-IF
            IF WS-RATE-FOUND-IDX = 0
                ADD 1 TO NUM-UNRATED-DEPTS
                DISPLAY 'FINDPWCB0020W DEPARTMENT '
                    WS-DPT-DEPT(WS-DEPT-IDX) ' HAS NO RATE-CARD LINE '
                    'AND THERE IS NO DEFAULT - PRICED AT ZERO'
            ELSE
                SET DPT-RATED(WS-DEPT-IDX) TO TRUE
                MOVE WS-RTE-COST-CENTER(WS-RATE-FOUND-IDX)
                    TO WS-DPT-COST-CENTER(WS-DEPT-IDX)
                MOVE WS-RTE-ISSUE(WS-RATE-FOUND-IDX)
                    TO WS-DPT-ISSUE-RATE(WS-DEPT-IDX)
                MOVE WS-RTE-RESERVE-DAY(WS-RATE-FOUND-IDX)
                    TO WS-DPT-RESERVE-RATE(WS-DEPT-IDX)
            END-IF
            COMPUTE WS-DPT-ISSUE-AMT(WS-DEPT-IDX) =
                WS-DPT-ISSUED(WS-DEPT-IDX)
                * WS-DPT-ISSUE-RATE(WS-DEPT-IDX)
            COMPUTE WS-DPT-RESERVE-AMT(WS-DEPT-IDX) =
                WS-DPT-RESERVE-DAYS(WS-DEPT-IDX)
                * WS-DPT-RESERVE-RATE(WS-DEPT-IDX)
            COMPUTE WS-DPT-CREDIT-AMT(WS-DEPT-IDX) =
                0 - WS-DPT-CREDITS(WS-DEPT-IDX)
                * WS-DPT-ISSUE-RATE(WS-DEPT-IDX)
            COMPUTE WS-DPT-NET-AMT(WS-DEPT-IDX) =
                WS-DPT-ISSUE-AMT(WS-DEPT-IDX)
                + WS-DPT-RESERVE-AMT(WS-DEPT-IDX)
                + WS-DPT-CREDIT-AMT(WS-DEPT-IDX)
            ADD WS-DPT-ISSUED(WS-DEPT-IDX) TO WS-TOT-ISSUED
            ADD WS-DPT-RESERVE-DAYS(WS-DEPT-IDX)
                TO WS-TOT-RESERVE-DAYS
            ADD WS-DPT-CREDITS(WS-DEPT-IDX) TO WS-TOT-CREDITS
            ADD WS-DPT-ISSUE-AMT(WS-DEPT-IDX) TO WS-TOT-ISSUE-AMT
            ADD WS-DPT-RESERVE-AMT(WS-DEPT-IDX) TO WS-TOT-RESERVE-AMT
            ADD WS-DPT-CREDIT-AMT(WS-DEPT-IDX) TO WS-TOT-CREDIT-AMT
            ADD WS-DPT-NET-AMT(WS-DEPT-IDX) TO WS-TOT-NET-AMT
        END-PERFORM
        .
    0060-END.

*> department order on the statement and the journal - the same
*> exchange sort the coverage audit uses on its range table.
    0070-SORT-DEPARTMENTS.
        SET SORT-SWAPPED TO TRUE
        PERFORM 0072-SORT-ONE-PASS UNTIL SORT-NOT-SWAPPED
        .
    0070-END.

    0072-SORT-ONE-PASS.
        SET SORT-NOT-SWAPPED TO TRUE
        PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                UNTIL WS-SORT-IDX >= NUM-DEPTS
            IF WS-DPT-DEPT(WS-SORT-IDX) > WS-DPT-DEPT(WS-SORT-IDX + 1)
                MOVE WS-DEPT-ENTRY(WS-SORT-IDX) TO WS-SWAP-ENTRY
                MOVE WS-DEPT-ENTRY(WS-SORT-IDX + 1)
                    TO WS-DEPT-ENTRY(WS-SORT-IDX)
                MOVE WS-SWAP-ENTRY TO WS-DEPT-ENTRY(WS-SORT-IDX + 1)
                SET SORT-SWAPPED TO TRUE
            END-IF
        END-PERFORM
        .
    0072-END.

    0080-OPEN-OUTPUTS.
        OPEN OUTPUT FDPW-RPT-FILE
        IF WS-RPT-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWCB0021E ERROR OPENING FDPWCBRP - FILE '
                'STATUS ' WS-RPT-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN OUTPUT FDPW-GLJ-FILE
        IF WS-GLJ-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWCB0022E ERROR OPENING FDPWGLJ - FILE '
                'STATUS ' WS-GLJ-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SPACES TO FDPW-GLJ-HDR
        MOVE 'JHD***' TO FDPW-GLJ-ID
        MOVE WS-PERIOD TO FDPW-GHDR-PERIOD
        MOVE WS-RUN-DATE TO FDPW-GHDR-RUN-DATE
        MOVE 'FINDPWCB' TO FDPW-GHDR-SOURCE
        WRITE FDPW-GLJ-HDR
        PERFORM 0095-CHECK-JOURNAL-WRITE
        .
    0080-END.

*> one journal detail per department with anything to post - a
*> department whose charges and credits net to nothing still goes
*> out, so the ledger sees the credit was taken.
    0085-WRITE-JOURNAL-DETAIL.
        COMPUTE WS-ITEM-COUNT = WS-DPT-ISSUED(WS-DEPT-IDX)
            + WS-DPT-RESERVE-DAYS(WS-DEPT-IDX)
            + WS-DPT-CREDITS(WS-DEPT-IDX)
        IF WS-ITEM-COUNT > 0
            MOVE SPACES TO FDPW-GLJ-DTL
            MOVE WS-DPT-DEPT(WS-DEPT-IDX) TO FDPW-GDTL-DEPT
            MOVE WS-DPT-COST-CENTER(WS-DEPT-IDX)
                TO FDPW-GDTL-COST-CENTER
            MOVE WS-PERIOD TO FDPW-GDTL-PERIOD
            MOVE WS-DPT-NET-AMT(WS-DEPT-IDX) TO FDPW-GDTL-AMOUNT
            MOVE WS-ITEM-COUNT TO FDPW-GDTL-ITEM-COUNT
            WRITE FDPW-GLJ-DTL
            PERFORM 0095-CHECK-JOURNAL-WRITE
            ADD 1 TO NUM-JOURNAL-DETAILS
            ADD WS-DPT-NET-AMT(WS-DEPT-IDX) TO WS-JOURNAL-TOTAL
            COMPUTE WS-HASH-CENTS =
                FUNCTION ABS(WS-DPT-NET-AMT(WS-DEPT-IDX)) * 100
            ADD WS-JOURNAL-HASH WS-HASH-CENTS GIVING WS-HASH-WORK
            DIVIDE WS-HASH-WORK BY 1000000000000000
                GIVING WS-HASH-DUMMY REMAINDER WS-JOURNAL-HASH
        END-IF
        .
    0085-END.

    0090-WRITE-JOURNAL-TRAILER.
        MOVE SPACES TO FDPW-GLJ-TRL
        MOVE 'JTL***' TO FDPW-GLJ-ID
        MOVE NUM-JOURNAL-DETAILS TO FDPW-GTRL-COUNT
        MOVE WS-JOURNAL-TOTAL TO FDPW-GTRL-AMOUNT
        MOVE WS-JOURNAL-HASH TO FDPW-GTRL-HASH
        WRITE FDPW-GLJ-TRL
        PERFORM 0095-CHECK-JOURNAL-WRITE
        .
    0090-END.

*> the journal is what the general ledger posts from, so a journal
*> that cannot be written fails the run - a partial feed with no
*> trailer is refused by the load, which is the safe way to fail.
    0095-CHECK-JOURNAL-WRITE.
        IF WS-GLJ-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWCB0023E ERROR WRITING FDPWGLJ - FILE '
                'STATUS ' WS-GLJ-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0095-END.

*> one statement block per department - its heading line, the three
*> charge lines, and its subtotal - kept together on one page.
    0100-PRINT-ONE-DEPARTMENT.
        IF WS-LINE-COUNT > 48
            PERFORM 0200-PRINT-PAGE-HEADING
        END-IF
        MOVE SPACES TO WS-DEPT-LINE
        MOVE 'DEPARTMENT ' TO WS-DEPT-LINE(1:11)
        MOVE WS-DPT-DEPT(WS-DEPT-IDX) TO WS-DPL-DEPT
        MOVE '  COST CENTER  ' TO WS-DEPT-LINE(20:15)
        MOVE WS-DPT-COST-CENTER(WS-DEPT-IDX) TO WS-DPL-COST-CENTER
        IF DPT-NOT-RATED(WS-DEPT-IDX)
            MOVE 'NO RATE-CARD LINE - PRICED AT ZERO'
                TO WS-DPL-NOTE
        END-IF
        MOVE WS-DEPT-LINE TO FDPW-RPT-LINE
        MOVE '0' TO FDPW-RPT-CC
        PERFORM 0240-WRITE-REPORT-RECORD
        ADD 2 TO WS-LINE-COUNT
        MOVE SPACES TO WS-CHARGE-LINE
        MOVE 'CODES ISSUED' TO WS-CHL-LABEL
        MOVE WS-DPT-ISSUED(WS-DEPT-IDX) TO WS-CHL-QTY
        MOVE '@ ' TO WS-CHL-AT
        MOVE WS-DPT-ISSUE-RATE(WS-DEPT-IDX) TO WS-CHL-RATE
        MOVE WS-DPT-ISSUE-AMT(WS-DEPT-IDX) TO WS-CHL-AMOUNT
        PERFORM 0110-PRINT-CHARGE-LINE
        MOVE SPACES TO WS-CHARGE-LINE
        MOVE 'RESERVED CODE-DAYS' TO WS-CHL-LABEL
        MOVE WS-DPT-RESERVE-DAYS(WS-DEPT-IDX) TO WS-CHL-QTY
        MOVE '@ ' TO WS-CHL-AT
        MOVE WS-DPT-RESERVE-RATE(WS-DEPT-IDX) TO WS-CHL-RATE
        MOVE WS-DPT-RESERVE-AMT(WS-DEPT-IDX) TO WS-CHL-AMOUNT
        PERFORM 0110-PRINT-CHARGE-LINE
        MOVE SPACES TO WS-CHARGE-LINE
        MOVE 'REVOKED - CREDITED' TO WS-CHL-LABEL
        MOVE WS-DPT-CREDITS(WS-DEPT-IDX) TO WS-CHL-QTY
        MOVE '@ ' TO WS-CHL-AT
        MOVE WS-DPT-ISSUE-RATE(WS-DEPT-IDX) TO WS-CHL-RATE
        MOVE WS-DPT-CREDIT-AMT(WS-DEPT-IDX) TO WS-CHL-AMOUNT
        PERFORM 0110-PRINT-CHARGE-LINE
        MOVE SPACES TO WS-CHARGE-LINE
        MOVE 'DEPARTMENT TOTAL' TO WS-CHL-LABEL
        MOVE WS-DPT-NET-AMT(WS-DEPT-IDX) TO WS-CHL-AMOUNT
        PERFORM 0110-PRINT-CHARGE-LINE
        PERFORM 0085-WRITE-JOURNAL-DETAIL
        .
    0100-END.

    0110-PRINT-CHARGE-LINE.
        MOVE WS-CHARGE-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        .
    0110-END.

    0200-PRINT-PAGE-HEADING.
        ADD 1 TO WS-PAGE-COUNT
        MOVE WS-RUN-DATE TO WS-HDG-DATE
        MOVE WS-PERIOD TO WS-HDG-PERIOD
        MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
        MOVE SPACES TO FDPW-RPT-REC
        MOVE '1' TO FDPW-RPT-CC
        MOVE WS-HEADING-LINE TO FDPW-RPT-LINE
        PERFORM 0240-WRITE-REPORT-RECORD
        MOVE 2 TO WS-LINE-COUNT
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
            DISPLAY 'FINDPWCB0024E ERROR WRITING FDPWCBRP - FILE '
                'STATUS ' WS-RPT-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0240-END.

    0300-PRINT-GRAND-TOTAL.
        IF WS-LINE-COUNT > 48
            PERFORM 0200-PRINT-PAGE-HEADING
        END-IF
        MOVE SPACES TO WS-DEPT-LINE
        MOVE 'ALL DEPARTMENTS' TO WS-DEPT-LINE(1:15)
        MOVE WS-DEPT-LINE TO FDPW-RPT-LINE
        MOVE '0' TO FDPW-RPT-CC
        PERFORM 0240-WRITE-REPORT-RECORD
        ADD 2 TO WS-LINE-COUNT
        MOVE SPACES TO WS-CHARGE-LINE
        MOVE 'CODES ISSUED' TO WS-CHL-LABEL
        MOVE WS-TOT-ISSUED TO WS-CHL-QTY
        MOVE WS-TOT-ISSUE-AMT TO WS-CHL-AMOUNT
        PERFORM 0110-PRINT-CHARGE-LINE
        MOVE SPACES TO WS-CHARGE-LINE
        MOVE 'RESERVED CODE-DAYS' TO WS-CHL-LABEL
        MOVE WS-TOT-RESERVE-DAYS TO WS-CHL-QTY
        MOVE WS-TOT-RESERVE-AMT TO WS-CHL-AMOUNT
        PERFORM 0110-PRINT-CHARGE-LINE
        MOVE SPACES TO WS-CHARGE-LINE
        MOVE 'REVOKED - CREDITED' TO WS-CHL-LABEL
        MOVE WS-TOT-CREDITS TO WS-CHL-QTY
        MOVE WS-TOT-CREDIT-AMT TO WS-CHL-AMOUNT
        PERFORM 0110-PRINT-CHARGE-LINE
        MOVE SPACES TO WS-CHARGE-LINE
        MOVE 'GRAND TOTAL' TO WS-CHL-LABEL
        MOVE WS-TOT-NET-AMT TO WS-CHL-AMOUNT
        PERFORM 0110-PRINT-CHARGE-LINE
        .
    0300-END.

END PROGRAM FINDPWCB.
