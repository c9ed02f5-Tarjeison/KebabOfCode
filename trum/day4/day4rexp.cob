IDENTIFICATION DIVISION.
PROGRAM-ID. FINDPWRX.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
*>      DYNAMIC so the sweep can START at the bottom, READ NEXT
*>      through the whole master, and REWRITE the record in hand.
        SELECT FDPW-MST-FILE ASSIGN TO "FDPWMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FDPW-MST-CODE
            FILE STATUS IS WS-MST-FILE-STATUS.
        SELECT FDPW-ILDG-FILE ASSIGN TO "FDPWILDG"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ILDG-FILE-STATUS.
        SELECT FDPW-RPT-FILE ASSIGN TO "FDPWRXRP"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RPT-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  FDPW-MST-FILE.
        COPY FDPWMST.
    FD  FDPW-ILDG-FILE.
        COPY FDPWILDG.
    FD  FDPW-RPT-FILE.
    01  FDPW-RPT-REC.
        05 FDPW-RPT-CC                PIC X(1).
        05 FDPW-RPT-LINE              PIC X(132).

    WORKING-STORAGE SECTION.

    01  WS-RUN-DATE                     PIC 9(8).

*> return-code scheme for the scheduler's COND processing:
*>    0 = sweep complete - warnings and releases are its normal work
*>    4 = sweep complete, but a RESERVED code carries no usable
*>        reservation date and was left alone, or the report table
*>        overflowed and some codes are not listed
*>   16 = fatal - bad PARM, or a file that will not open, read or
*>        write
*>  the PARM is hold-days[,warn-days] - a reservation is released
*>  once hold-days have passed since FDPW-MST-ISSUE-DATE, and the
*>  department is warned on each of the last warn-days nights
*>  before that (three when left off). Like FINDPWAG's retention
*>  there is no default hold: the operator states it, every run.
    01 WS-HOLD-PARSE.
        05 WS-HOLD-TXT                  PIC X(5) VALUE SPACES.
        05 WS-WARN-TXT                  PIC X(3) VALUE SPACES.
        05 WS-HOLD-DAYS                 PIC 9(5) VALUE 0.
        05 WS-WARN-DAYS                 PIC 9(3) VALUE 3.
        05 WS-HOLD-LEN                  PIC 9(2) VALUE 0.
        05 WS-WARN-LEN                  PIC 9(2) VALUE 0.
        05 WS-TODAY-DAYS                PIC 9(8).
        05 WS-RESERVED-DAYS             PIC 9(8).
        05 WS-EXPIRY-DAYS               PIC 9(8).
        05 WS-EXPIRY-DATE               PIC 9(8).

    01  WS-SWEEP-SWITCH                 PIC 9 VALUE 0.
        88 SWEEP-DONE                   VALUE 1.
        88 SWEEP-NOT-DONE               VALUE 0.

    01 WS-EXPIRY-COUNTS.
        05 NUM-RECORDS-READ             PIC 9(8) VALUE 0.
        05 NUM-RESERVED-SEEN            PIC 9(8) VALUE 0.
        05 NUM-STILL-HELD               PIC 9(8) VALUE 0.
        05 NUM-WARNED                   PIC 9(8) VALUE 0.
        05 NUM-RELEASED                 PIC 9(8) VALUE 0.
        05 NUM-KEPT                     PIC 9(8) VALUE 0.
        05 NUM-NOT-LISTED               PIC 9(8) VALUE 0.

*> every code warned, released or kept, held for the report so it
*> can be printed department by department; the master is read in
*> code order, so each department's list comes out in code order.
*> Past the table the work is still done and counted, just not
*> listed.
    01 WS-ENTRY-CONTROL.
        05 NUM-ENTRIES                  PIC 9(4) VALUE 0.
        05 WS-ENTRY-IDX                 PIC 9(4).
        05 WS-PRINT-ACTION              PIC X(8).

    01 WS-ENTRY-TABLE.
        05 WS-ENTRY OCCURS 3000 TIMES.
            10 WS-ENT-CODE              PIC X(6).
            10 WS-ENT-DEPT              PIC X(8).
            10 WS-ENT-ACTION            PIC X(8).
            10 WS-ENT-RESERVED-DATE     PIC X(8).
            10 WS-ENT-EXPIRY-DATE       PIC 9(8).
            10 WS-ENT-NOTE              PIC X(30).

    01 WS-DEPT-CONTROL.
        05 NUM-DEPTS                    PIC 9(3) VALUE 0.
        05 WS-DEPT-IDX                  PIC 9(3).
        05 WS-DEPT-FOUND-IDX            PIC 9(3).
        05 WS-SORT-IDX                  PIC 9(3).
        05 WS-LOOKUP-DEPT               PIC X(8).
        05 WS-SORT-SWAP-SWITCH          PIC 9.
            88 SORT-SWAPPED             VALUE 1.
            88 SORT-NOT-SWAPPED         VALUE 0.

    01 WS-DEPT-TABLE.
        05 WS-DEPT-ENTRY OCCURS 100 TIMES.
            10 WS-DPT-DEPT              PIC X(8).
            10 WS-DPT-WARNED            PIC 9(6).
            10 WS-DPT-RELEASED          PIC 9(6).
            10 WS-DPT-KEPT              PIC 9(6).

    01 WS-SWAP-DEPT-ENTRY.
        05 WS-SWAP-DEPT                 PIC X(8).
        05 WS-SWAP-WARNED               PIC 9(6).
        05 WS-SWAP-RELEASED             PIC 9(6).
        05 WS-SWAP-KEPT                 PIC 9(6).

    01 WS-NEW-ENTRY.
        05 WS-NEW-ACTION                PIC X(8).
        05 WS-NEW-NOTE                  PIC X(30).

    01 WS-PAGE-CONTROL.
        05 WS-LINE-COUNT                PIC 9(2) VALUE 99.
        05 WS-PAGE-COUNT                PIC 9(3) VALUE 0.
        05 WS-LINES-PER-PAGE            PIC 9(2) VALUE 55.
        05 WS-SAVED-LINE                PIC X(132).

    01 WS-HEADING-LINE.
        05 FILLER                       PIC X(36) VALUE
            'FINDPW RESERVATION EXPIRY SWEEP     '.
        05 FILLER                       PIC X(9) VALUE 'RUN DATE '.
        05 WS-HDG-DATE                  PIC 9(8).
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 FILLER                       PIC X(5) VALUE 'HOLD '.
        05 WS-HDG-HOLD                  PIC ZZZZ9.
        05 FILLER                       PIC X(12) VALUE ' DAYS, WARN '.
        05 WS-HDG-WARN                  PIC ZZ9.
        05 FILLER                       PIC X(5) VALUE ' DAYS'.
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 FILLER                       PIC X(5) VALUE 'PAGE '.
        05 WS-HDG-PAGE                  PIC ZZ9.
        05 FILLER                       PIC X(33) VALUE SPACES.

    01 WS-DEPT-HEADING-LINE.
        05 FILLER                       PIC X(11) VALUE 'DEPARTMENT '.
        05 WS-DHL-DEPT                  PIC X(8).
        05 FILLER                       PIC X(113) VALUE SPACES.

    01 WS-DETAIL-LINE.
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 WS-DTL-CODE                  PIC X(6).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-DTL-ACTION                PIC X(8).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-DTL-RESERVED              PIC X(8).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-DTL-EXPIRES               PIC X(8).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-DTL-NOTE                  PIC X(30).
        05 FILLER                       PIC X(60) VALUE SPACES.

    01 WS-DEPT-TOTAL-LINE.
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 FILLER                       PIC X(7) VALUE 'WARNED '.
        05 WS-DTT-WARNED                PIC ZZZ,ZZ9.
        05 FILLER                       PIC X(11) VALUE '  RELEASED '.
        05 WS-DTT-RELEASED              PIC ZZZ,ZZ9.
        05 FILLER                       PIC X(7) VALUE '  KEPT '.
        05 WS-DTT-KEPT                  PIC ZZZ,ZZ9.
        05 FILLER                       PIC X(82) VALUE SPACES.

    01 WS-TOTAL-LINE.
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 WS-TOT-LABEL                 PIC X(36).
        05 WS-TOT-COUNT                 PIC ZZZ,ZZZ,ZZ9.
        05 FILLER                       PIC X(81) VALUE SPACES.

    01  WS-MST-FILE-STATUS              PIC XX VALUE '00'.
    01  WS-ILDG-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-RPT-FILE-STATUS              PIC XX VALUE '00'.

    LINKAGE SECTION.
        COPY FDPWPARM.

PROCEDURE DIVISION USING FDPW-PARM-AREA.
    0000-MAIN.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
        COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
        PERFORM 0011-GET-PARM-HOLD
        PERFORM 0010-OPEN-FILES
        PERFORM 0020-SWEEP-ONE-RECORD UNTIL SWEEP-DONE
        CLOSE FDPW-MST-FILE
        CLOSE FDPW-ILDG-FILE
        PERFORM 0100-PRINT-REPORT
        CLOSE FDPW-RPT-FILE
        DISPLAY 'FINDPWRX RECORDS READ:   ' NUM-RECORDS-READ
        DISPLAY 'FINDPWRX RESERVED:       ' NUM-RESERVED-SEEN
        DISPLAY 'FINDPWRX STILL HELD:     ' NUM-STILL-HELD
        DISPLAY 'FINDPWRX WARNED:         ' NUM-WARNED
        DISPLAY 'FINDPWRX RELEASED:       ' NUM-RELEASED
        DISPLAY 'FINDPWRX KEPT:           ' NUM-KEPT
        IF NUM-KEPT > 0 OR NUM-NOT-LISTED > 0
            IF NUM-NOT-LISTED > 0
                DISPLAY 'FINDPWRX0001W ' NUM-NOT-LISTED ' CODES NOT '
                    'LISTED - THE REPORT TABLE IS FULL'
            END-IF
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
        STOP RUN
        .
    0000-END.

    0011-GET-PARM-HOLD.
        IF FDPW-PARM-LEN = 0
            DISPLAY 'FINDPWRX0002E PARM IS REQUIRED - THE HOLD IN '
                'DAYS, OPTIONALLY ,WARN-DAYS'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF FDPW-PARM-LEN > 9
            DISPLAY 'FINDPWRX0003E PARM IS LONGER THAN hold,warn '
                'ALLOWS'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        UNSTRING FDPW-PARM-TEXT(1:FDPW-PARM-LEN) DELIMITED BY ','
            INTO WS-HOLD-TXT COUNT IN WS-HOLD-LEN
                 WS-WARN-TXT COUNT IN WS-WARN-LEN
        END-UNSTRING
        IF WS-HOLD-LEN = 0 OR WS-HOLD-LEN > 5
            MOVE 0 TO WS-HOLD-LEN
        END-IF
        IF WS-HOLD-LEN = 0
                OR WS-HOLD-TXT(1:WS-HOLD-LEN) IS NOT NUMERIC
            DISPLAY 'FINDPWRX0004E HOLD "' WS-HOLD-TXT '" IS NOT A '
                'NUMBER OF DAYS'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE FUNCTION NUMVAL(WS-HOLD-TXT) TO WS-HOLD-DAYS
        IF WS-WARN-LEN > 0
            IF WS-WARN-LEN > 3
                    OR WS-WARN-TXT(1:WS-WARN-LEN) IS NOT NUMERIC
                DISPLAY 'FINDPWRX0005E WARN "' WS-WARN-TXT '" IS NOT '
                    'A NUMBER OF DAYS'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-WARN-TXT) TO WS-WARN-DAYS
        END-IF
        IF WS-HOLD-DAYS = 0
            DISPLAY 'FINDPWRX0006E A HOLD OF ZERO DAYS WOULD RELEASE '
                'TONIGHT''S OWN RESERVATIONS - REFUSED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-WARN-DAYS NOT < WS-HOLD-DAYS
            DISPLAY 'FINDPWRX0007E THE WARNING PERIOD MUST BE SHORTER '
                'THAN THE HOLD'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0011-END.

    0010-OPEN-FILES.
        OPEN I-O FDPW-MST-FILE
        IF WS-MST-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRX0008E ERROR OPENING FDPWMST - FILE '
                'STATUS ' WS-MST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN EXTEND FDPW-ILDG-FILE
        IF WS-ILDG-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRX0009E ERROR OPENING FDPWILDG - FILE '
                'STATUS ' WS-ILDG-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN OUTPUT FDPW-RPT-FILE
        IF WS-RPT-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRX0010E ERROR OPENING FDPWRXRP - FILE '
                'STATUS ' WS-RPT-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET SWEEP-NOT-DONE TO TRUE
        MOVE LOW-VALUES TO FDPW-MST-CODE
        START FDPW-MST-FILE KEY > FDPW-MST-CODE
        IF WS-MST-FILE-STATUS = '23' OR WS-MST-FILE-STATUS = '46'
            SET SWEEP-DONE TO TRUE
        ELSE
            IF WS-MST-FILE-STATUS NOT = '00'
                DISPLAY 'FINDPWRX0011E ERROR POSITIONING FDPWMST - '
                    'FILE STATUS ' WS-MST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
        .
    0010-END.

    0020-SWEEP-ONE-RECORD.
        READ FDPW-MST-FILE NEXT
        EVALUATE WS-MST-FILE-STATUS
            WHEN '00'
                ADD 1 TO NUM-RECORDS-READ
                IF MST-RESERVED
                    ADD 1 TO NUM-RESERVED-SEEN
                    PERFORM 0030-JUDGE-ONE-RESERVATION
                END-IF
            WHEN '10'
                SET SWEEP-DONE TO TRUE
            WHEN OTHER
                DISPLAY 'FINDPWRX0012E ERROR READING FDPWMST - FILE '
                    'STATUS ' WS-MST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        .
    0020-END.

*> the reservation expires hold-days after the day FINDPWIS stamped
*> it; on that day or later it is released, and in the warn-days
*> before it the holder is warned. A RESERVED code with no date
*> cannot be aged at all and is kept, flagged for a look.
    0030-JUDGE-ONE-RESERVATION.
        IF FDPW-MST-ISSUE-DATE IS NOT NUMERIC
                OR FDPW-MST-ISSUE-DATE < 16010101
                OR FDPW-MST-ISSUE-DATE > WS-RUN-DATE
            MOVE 0 TO WS-EXPIRY-DATE
            PERFORM 0060-KEEP-ONE-RESERVATION
        ELSE
            COMPUTE WS-RESERVED-DAYS =
                FUNCTION INTEGER-OF-DATE(FDPW-MST-ISSUE-DATE)
            ADD WS-RESERVED-DAYS WS-HOLD-DAYS GIVING WS-EXPIRY-DAYS
            COMPUTE WS-EXPIRY-DATE =
                FUNCTION DATE-OF-INTEGER(WS-EXPIRY-DAYS)
            EVALUATE TRUE
                WHEN WS-TODAY-DAYS NOT < WS-EXPIRY-DAYS
                    PERFORM 0050-RELEASE-ONE-RESERVATION
                WHEN WS-TODAY-DAYS + WS-WARN-DAYS NOT < WS-EXPIRY-DAYS
                    PERFORM 0040-WARN-ONE-RESERVATION
                WHEN OTHER
                    ADD 1 TO NUM-STILL-HELD
            END-EVALUATE
        END-IF
        .
    0030-END.

    0040-WARN-ONE-RESERVATION.
        ADD 1 TO NUM-WARNED
        MOVE FDPW-MST-ISSUED-TO TO WS-LOOKUP-DEPT
        PERFORM 0080-FIND-DEPARTMENT
        ADD 1 TO WS-DPT-WARNED(WS-DEPT-FOUND-IDX)
        MOVE 'WARNED' TO WS-NEW-ACTION
        MOVE 'ISSUE BEFORE EXPIRY OR LOSE IT' TO WS-NEW-NOTE
        PERFORM 0070-ADD-ENTRY
        .
    0040-END.

*> the ledger line goes out before the master is rewritten - a crash
*> in between leaves a RELEASED line for a code still RESERVED, and
*> the rerun releases it again with a second line, which is noise;
*> the other order could lose the hand-back from the history.
    0050-RELEASE-ONE-RESERVATION.
        MOVE SPACES TO FDPW-ILDG-REC
        MOVE FDPW-MST-CODE TO FDPW-ILDG-CODE
        MOVE FDPW-MST-ISSUED-TO TO FDPW-ILDG-DEPT
        MOVE 'RELEASED' TO FDPW-ILDG-STATUS
        MOVE WS-RUN-DATE TO FDPW-ILDG-DATE
        MOVE FUNCTION CURRENT-DATE(1:14) TO FDPW-ILDG-STAMP
        WRITE FDPW-ILDG-REC
        IF WS-ILDG-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRX0013E ERROR WRITING FDPWILDG FOR CODE '
                FDPW-MST-CODE ' - FILE STATUS ' WS-ILDG-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO NUM-RELEASED
        MOVE FDPW-MST-ISSUED-TO TO WS-LOOKUP-DEPT
        PERFORM 0080-FIND-DEPARTMENT
        ADD 1 TO WS-DPT-RELEASED(WS-DEPT-FOUND-IDX)
        MOVE 'RELEASED' TO WS-NEW-ACTION
        MOVE 'RETURNED TO AVAILABLE STOCK' TO WS-NEW-NOTE
        PERFORM 0070-ADD-ENTRY
*>      back to the state the scan left it in - zeros and spaces in
*>      the hand-off fields while the code is AVAILABLE.
        SET MST-AVAILABLE TO TRUE
        MOVE 0 TO FDPW-MST-ISSUE-DATE
        MOVE SPACES TO FDPW-MST-ISSUED-TO
        REWRITE FDPW-MST-REC
        IF WS-MST-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRX0014E ERROR REWRITING FDPWMST RECORD '
                FDPW-MST-CODE ' - FILE STATUS ' WS-MST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0050-END.

    0060-KEEP-ONE-RESERVATION.
        ADD 1 TO NUM-KEPT
        MOVE FDPW-MST-ISSUED-TO TO WS-LOOKUP-DEPT
        PERFORM 0080-FIND-DEPARTMENT
        ADD 1 TO WS-DPT-KEPT(WS-DEPT-FOUND-IDX)
        MOVE 'KEPT' TO WS-NEW-ACTION
        MOVE 'NO USABLE RESERVATION DATE' TO WS-NEW-NOTE
        PERFORM 0070-ADD-ENTRY
        .
    0060-END.

*> called with the master record still in hand, before any change
*> to it, so the entry shows the reservation as it stood.
    0070-ADD-ENTRY.
        IF NUM-ENTRIES = 3000
            ADD 1 TO NUM-NOT-LISTED
        ELSE
            ADD 1 TO NUM-ENTRIES
            MOVE FDPW-MST-CODE TO WS-ENT-CODE(NUM-ENTRIES)
            MOVE FDPW-MST-ISSUED-TO TO WS-ENT-DEPT(NUM-ENTRIES)
            MOVE WS-NEW-ACTION TO WS-ENT-ACTION(NUM-ENTRIES)
            MOVE FDPW-MST-ISSUE-DATE TO WS-ENT-RESERVED-DATE(NUM-ENTRIES)
            MOVE WS-EXPIRY-DATE TO WS-ENT-EXPIRY-DATE(NUM-ENTRIES)
            MOVE WS-NEW-NOTE TO WS-ENT-NOTE(NUM-ENTRIES)
        END-IF
        .
    0070-END.

    0080-FIND-DEPARTMENT.
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
                DISPLAY 'FINDPWRX0015E MORE THAN THE 100 DEPARTMENTS '
                    'THIS PROGRAM CAN HOLD'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO NUM-DEPTS
            MOVE NUM-DEPTS TO WS-DEPT-FOUND-IDX
            MOVE WS-LOOKUP-DEPT TO WS-DPT-DEPT(NUM-DEPTS)
            MOVE 0 TO WS-DPT-WARNED(NUM-DEPTS)
            MOVE 0 TO WS-DPT-RELEASED(NUM-DEPTS)
            MOVE 0 TO WS-DPT-KEPT(NUM-DEPTS)
        END-IF
        .
    0080-END.

*> one section per department, in department order - the desk cuts
*> the pages apart and sends each department its own: warnings
*> first (still time to issue), then what went back to stock.
    0100-PRINT-REPORT.
        PERFORM 0210-PRINT-PAGE-HEADING
        SET SORT-SWAPPED TO TRUE
        PERFORM 0105-SORT-ONE-PASS UNTIL SORT-NOT-SWAPPED
        PERFORM 0110-PRINT-ONE-DEPARTMENT
            VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > NUM-DEPTS
        PERFORM 0140-PRINT-GRAND-TOTALS
        .
    0100-END.

    0105-SORT-ONE-PASS.
        SET SORT-NOT-SWAPPED TO TRUE
        PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                UNTIL WS-SORT-IDX >= NUM-DEPTS
            IF WS-DPT-DEPT(WS-SORT-IDX) > WS-DPT-DEPT(WS-SORT-IDX + 1)
                MOVE WS-DEPT-ENTRY(WS-SORT-IDX) TO WS-SWAP-DEPT-ENTRY
                MOVE WS-DEPT-ENTRY(WS-SORT-IDX + 1)
                    TO WS-DEPT-ENTRY(WS-SORT-IDX)
                MOVE WS-SWAP-DEPT-ENTRY
                    TO WS-DEPT-ENTRY(WS-SORT-IDX + 1)
                SET SORT-SWAPPED TO TRUE
            END-IF
        END-PERFORM
        .
    0105-END.

    0110-PRINT-ONE-DEPARTMENT.
        MOVE WS-DPT-DEPT(WS-DEPT-IDX) TO WS-DHL-DEPT
        MOVE WS-DEPT-HEADING-LINE TO FDPW-RPT-LINE
        PERFORM 0200-PRINT-SECTION-HEADING
        MOVE '    CODE    ACTION    RESERVED  EXPIRES   NOTE'
            TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        MOVE 'WARNED' TO WS-PRINT-ACTION
        PERFORM 0120-PRINT-DEPT-ENTRY
            VARYING WS-ENTRY-IDX FROM 1 BY 1
            UNTIL WS-ENTRY-IDX > NUM-ENTRIES
        MOVE 'RELEASED' TO WS-PRINT-ACTION
        PERFORM 0120-PRINT-DEPT-ENTRY
            VARYING WS-ENTRY-IDX FROM 1 BY 1
            UNTIL WS-ENTRY-IDX > NUM-ENTRIES
        MOVE 'KEPT' TO WS-PRINT-ACTION
        PERFORM 0120-PRINT-DEPT-ENTRY
            VARYING WS-ENTRY-IDX FROM 1 BY 1
            UNTIL WS-ENTRY-IDX > NUM-ENTRIES
        MOVE WS-DPT-WARNED(WS-DEPT-IDX) TO WS-DTT-WARNED
        MOVE WS-DPT-RELEASED(WS-DEPT-IDX) TO WS-DTT-RELEASED
        MOVE WS-DPT-KEPT(WS-DEPT-IDX) TO WS-DTT-KEPT
        MOVE WS-DEPT-TOTAL-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        .
    0110-END.

    0120-PRINT-DEPT-ENTRY.
        IF WS-ENT-DEPT(WS-ENTRY-IDX) = WS-DPT-DEPT(WS-DEPT-IDX)
                AND WS-ENT-ACTION(WS-ENTRY-IDX) = WS-PRINT-ACTION
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE WS-ENT-CODE(WS-ENTRY-IDX) TO WS-DTL-CODE
            MOVE WS-ENT-ACTION(WS-ENTRY-IDX) TO WS-DTL-ACTION
            MOVE WS-ENT-RESERVED-DATE(WS-ENTRY-IDX) TO WS-DTL-RESERVED
            IF WS-ENT-EXPIRY-DATE(WS-ENTRY-IDX) > 0
                MOVE WS-ENT-EXPIRY-DATE(WS-ENTRY-IDX) TO WS-DTL-EXPIRES
            END-IF
            MOVE WS-ENT-NOTE(WS-ENTRY-IDX) TO WS-DTL-NOTE
            MOVE WS-DETAIL-LINE TO FDPW-RPT-LINE
            PERFORM 0220-PRINT-ONE-LINE
        END-IF
        .
    0120-END.

    0140-PRINT-GRAND-TOTALS.
        MOVE 'SWEEP TOTALS' TO FDPW-RPT-LINE
        PERFORM 0200-PRINT-SECTION-HEADING
        MOVE SPACES TO WS-TOTAL-LINE
        MOVE 'RESERVED CODES ON THE MASTER' TO WS-TOT-LABEL
        MOVE NUM-RESERVED-SEEN TO WS-TOT-COUNT
        MOVE WS-TOTAL-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        MOVE SPACES TO WS-TOTAL-LINE
        MOVE 'STILL WITHIN THE HOLD' TO WS-TOT-LABEL
        MOVE NUM-STILL-HELD TO WS-TOT-COUNT
        MOVE WS-TOTAL-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        MOVE SPACES TO WS-TOTAL-LINE
        MOVE 'WARNED' TO WS-TOT-LABEL
        MOVE NUM-WARNED TO WS-TOT-COUNT
        MOVE WS-TOTAL-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        MOVE SPACES TO WS-TOTAL-LINE
        MOVE 'RELEASED TO AVAILABLE' TO WS-TOT-LABEL
        MOVE NUM-RELEASED TO WS-TOT-COUNT
        MOVE WS-TOTAL-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        MOVE SPACES TO WS-TOTAL-LINE
        MOVE 'KEPT - NO USABLE RESERVATION DATE' TO WS-TOT-LABEL
        MOVE NUM-KEPT TO WS-TOT-COUNT
        MOVE WS-TOTAL-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        IF NUM-NOT-LISTED > 0
            MOVE SPACES TO WS-TOTAL-LINE
            MOVE 'NOT LISTED - REPORT TABLE FULL' TO WS-TOT-LABEL
            MOVE NUM-NOT-LISTED TO WS-TOT-COUNT
            MOVE WS-TOTAL-LINE TO FDPW-RPT-LINE
            PERFORM 0220-PRINT-ONE-LINE
        END-IF
        .
    0140-END.

*> section headings print double-spaced; a section never starts in
*> the last few lines of a page, so its heading and first rows stay
*> together.
    0200-PRINT-SECTION-HEADING.
        IF WS-LINE-COUNT > 48
            MOVE FDPW-RPT-LINE TO WS-SAVED-LINE
            PERFORM 0210-PRINT-PAGE-HEADING
            MOVE WS-SAVED-LINE TO FDPW-RPT-LINE
        END-IF
        MOVE '0' TO FDPW-RPT-CC
        PERFORM 0240-WRITE-REPORT-RECORD
        ADD 2 TO WS-LINE-COUNT
        .
    0200-END.

    0210-PRINT-PAGE-HEADING.
        ADD 1 TO WS-PAGE-COUNT
        MOVE WS-RUN-DATE TO WS-HDG-DATE
        MOVE WS-HOLD-DAYS TO WS-HDG-HOLD
        MOVE WS-WARN-DAYS TO WS-HDG-WARN
        MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
        MOVE SPACES TO FDPW-RPT-REC
        MOVE '1' TO FDPW-RPT-CC
        MOVE WS-HEADING-LINE TO FDPW-RPT-LINE
        PERFORM 0240-WRITE-REPORT-RECORD
        MOVE 2 TO WS-LINE-COUNT
        .
    0210-END.

*> a page break in mid-section has to save the detail line - the
*> heading paragraph builds its own line in the shared record area.
    0220-PRINT-ONE-LINE.
        IF WS-LINE-COUNT > WS-LINES-PER-PAGE
            MOVE FDPW-RPT-LINE TO WS-SAVED-LINE
            PERFORM 0210-PRINT-PAGE-HEADING
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
            DISPLAY 'FINDPWRX0016E ERROR WRITING FDPWRXRP - FILE '
                'STATUS ' WS-RPT-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0240-END.

END PROGRAM FINDPWRX.
