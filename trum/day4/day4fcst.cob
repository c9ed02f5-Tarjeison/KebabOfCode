IDENTIFICATION DIVISION.
PROGRAM-ID. FINDPWFC.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
*>      DYNAMIC so one open file serves the stock count (a pass in
*>      key order) and the ledger pass (a keyed READ per issued code
*>      for its rule - the ledger does not carry it). Read only.
        SELECT FDPW-MST-FILE ASSIGN TO "FDPWMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FDPW-MST-CODE
            FILE STATUS IS WS-MST-FILE-STATUS.
        SELECT FDPW-ILDG-FILE ASSIGN TO "FDPWILDG"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ILDG-FILE-STATUS.
        SELECT FDPW-COVR-FILE ASSIGN TO "FDPWCOVR"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-COVR-FILE-STATUS.
        SELECT FDPW-HIST-FILE ASSIGN TO "FDPWHIST"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-HIST-FILE-STATUS.
        SELECT FDPW-FCST-FILE ASSIGN TO "FDPWFCST"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FCST-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  FDPW-MST-FILE.
        COPY FDPWMST.
    FD  FDPW-ILDG-FILE.
        COPY FDPWILDG.
    FD  FDPW-COVR-FILE.
        COPY FDPWCOVR.
    FD  FDPW-HIST-FILE.
        COPY FDPWHIST.
    FD  FDPW-FCST-FILE.
        COPY FDPWFCST.

    WORKING-STORAGE SECTION.

    01  WS-RUN-DATE                     PIC 9(8).
    01  WS-RUN-DAYS                     PIC 9(7).

*> return-code scheme for the scheduler's COND processing:
*>    0 = forecast and next-range proposal written
*>    4 = forecast written but incomplete - no timed runs on the
*>        history ledger to size the range by, or no unscanned
*>        keyspace left; the morning report says which
*>   16 = fatal - bad PARM, a file that will not open or read, or
*>        more rules or coverage ranges than the tables hold
    01 WS-PARM-PARSE.
        05 FDPW-WINDOW-TXT              PIC X(4) VALUE SPACES.
        05 FDPW-TARGET-TXT              PIC X(3) VALUE SPACES.

*> the batch window the proposed scan has to fit, in minutes, and
*> how many days of issuance the stock should be topped up to -
*> PARM window,target; 360 minutes and 90 days when left off.
    01 WS-FORECAST-POLICY.
        05 WS-WINDOW-MINUTES            PIC 9(4) VALUE 360.
        05 WS-TARGET-DAYS               PIC 9(3) VALUE 90.

*> symbol set the scanners walk through - the keyspace is handled
*> as positions in this base-36 ordering, as FINDPWCA and FINDPWPF
*> handle it.
    01  WS-ALPHABET                     PIC X(36) VALUE
        '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

    01 WS-CONVERT.
        05 WS-CONV-CODE                 PIC X(6).
        05 WS-CONV-ORDINAL              PIC 9(10).
        05 WS-CONV-QUOTIENT             PIC 9(10).
        05 WS-CONV-POS                  PIC 9.
        05 WS-CONV-IDX                  PIC 99.
        05 WS-CONV-REMAINDER            PIC 9(2).

*> the FDPWRULE catalog, loaded through FINDPWRU only to turn the
*> rule id a history record carries into the rule name the master
*> and the coverage ledger carry.
    01  WS-RULE-PROGRAM                 PIC X(8) VALUE 'FINDPWRU'.
        COPY FDPWRCHK.

    01  WS-CAT-IDX                      PIC 9(2).

*> one entry per rule seen on the master, the ledger or the history
*> ledger.
    01 WS-RULE-CONTROL.
        05 NUM-RULES                    PIC 9(2) VALUE 0.
        05 WS-RULE-IDX                  PIC 9(2).
        05 WS-RULE-FOUND-IDX            PIC 9(2).
        05 WS-LOOKUP-RULE               PIC X(20).

    01 WS-RULE-TABLE.
        05 WS-RULE-ENTRY OCCURS 20 TIMES.
            10 WS-RUL-RULE              PIC X(20).
            10 WS-RUL-AVAILABLE         PIC 9(8).
            10 WS-RUL-ISSUED-30         PIC 9(7).
            10 WS-RUL-ISSUED-60         PIC 9(7).
            10 WS-RUL-ISSUED-90         PIC 9(7).
            10 WS-RUL-RATE-30           PIC 9(4)V99.
            10 WS-RUL-RATE-60           PIC 9(4)V99.
            10 WS-RUL-RATE-90           PIC 9(4)V99.
            10 WS-RUL-RUNOUT-30         PIC 9(8).
            10 WS-RUL-RUNOUT-60         PIC 9(8).
            10 WS-RUL-RUNOUT-90         PIC 9(8).
            10 WS-RUL-HIST-VALID        PIC 9(12).
            10 WS-RUL-HIST-ITERATIONS   PIC 9(12).
            10 WS-RUL-SHORTFALL         PIC 9(9).
            10 WS-RUL-SCAN-NEEDED       PIC 9(12).
            10 WS-RUL-SLICE-YIELD       PIC 9(6).

    01 WS-PROJECTION-WORK.
        05 WS-LEDGER-DAYS               PIC 9(7).
        05 WS-DAYS-AGO                  PIC 9(7).
        05 WS-DAYS-LEFT                 PIC 9(5).
        05 WS-PROJ-RATE                 PIC 9(4)V99.
        05 WS-PROJ-RUNOUT               PIC 9(8).
        05 WS-YIELD-WORK                PIC 9(12).

*> every range on the coverage ledger, whatever its rule or bounds,
*> counts as scanned ground - rescanning under new bounds is a
*> policy decision, not a stock top-up.
    01 WS-RANGE-CONTROL.
        05 NUM-RANGES                   PIC 9(3) VALUE 0.
        05 WS-RANGE-IDX                 PIC 9(3).
        05 WS-SORT-IDX                  PIC 9(3).
        05 WS-SORT-SWAP-SWITCH          PIC 9.
            88 SORT-SWAPPED             VALUE 1.
            88 SORT-NOT-SWAPPED         VALUE 0.

    01 WS-RANGE-TABLE.
        05 WS-RANGE-ENTRY OCCURS 500 TIMES.
            10 WS-RNG-START-ORD         PIC 9(10).
            10 WS-RNG-END-ORD           PIC 9(10).

    01 WS-SWAP-ENTRY.
        05 WS-SWAP-START-ORD            PIC 9(10).
        05 WS-SWAP-END-ORD              PIC 9(10).

*> the proposal - the first unscanned gap in the keyspace, cut to
*> what the window and the shortfall need.
    01 WS-PROPOSAL.
        05 WS-KEYSPACE-LAST-ORD         PIC 9(10) VALUE 2176782335.
        05 WS-GAP-START-ORD             PIC 9(10) VALUE 0.
        05 WS-GAP-END-ORD               PIC 9(10).
        05 WS-GAP-SIZE                  PIC 9(10).
        05 WS-GAP-SWITCH                PIC 9 VALUE 0.
            88 GAP-FOUND                VALUE 1.
            88 GAP-NOT-FOUND            VALUE 0.
        05 WS-KEYSPACE-SWITCH           PIC 9 VALUE 0.
            88 KEYSPACE-EXHAUSTED       VALUE 1.
            88 KEYSPACE-OPEN            VALUE 0.
        05 WS-WINDOW-CAPACITY           PIC 9(15) VALUE 0.
        05 WS-SHORTFALL-NEEDED          PIC 9(12) VALUE 0.
        05 WS-SLICE-SIZE                PIC 9(12) VALUE 0.
        05 WS-SLICE-END-ORD             PIC 9(10).
        05 WS-SIZED-BY                  PIC X(8) VALUE SPACES.
        05 WS-PROPOSAL-NOTE             PIC X(26) VALUE SPACES.
        05 WS-EST-MINUTES               PIC 9(5) VALUE 0.
        05 WS-SLICE-START               PIC X(6) VALUE SPACES.
        05 WS-SLICE-END                 PIC X(6) VALUE SPACES.
        05 WS-SHORT-RULE-SWITCH         PIC 9 VALUE 0.
            88 SHORT-RULE-UNSIZED       VALUE 1.
            88 SHORT-RULES-SIZED        VALUE 0.

*> scan speed from the run-history ledger, blended across every
*> completed timed run the way FINDPWPF blends it.
    01 WS-RATE-CONTROL.
        05 WS-TOTAL-ITERATIONS          PIC 9(12) VALUE 0.
        05 WS-TOTAL-ELAPSED             PIC 9(10) VALUE 0.
        05 WS-CODES-PER-SECOND          PIC 9(9) VALUE 0.

    01 WS-FORECAST-COUNTS.
        05 NUM-MASTER-READ              PIC 9(9) VALUE 0.
        05 NUM-LEDGER-READ              PIC 9(9) VALUE 0.
        05 NUM-ISSUED-COUNTED           PIC 9(9) VALUE 0.
        05 NUM-NOT-ON-MASTER            PIC 9(9) VALUE 0.
        05 NUM-HIST-USED                PIC 9(9) VALUE 0.

    01  WS-READ-SWITCH                  PIC 9 VALUE 0.
        88 INPUT-DONE                   VALUE 1.
        88 INPUT-NOT-DONE               VALUE 0.

    01  WS-MST-FILE-STATUS              PIC XX VALUE '00'.
    01  WS-ILDG-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-COVR-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-HIST-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-FCST-FILE-STATUS             PIC XX VALUE '00'.

    LINKAGE SECTION.
        COPY FDPWPARM.

PROCEDURE DIVISION USING FDPW-PARM-AREA.
    0000-MAIN.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
        COMPUTE WS-RUN-DAYS = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
        PERFORM 0011-GET-PARM-POLICY
        PERFORM 0013-LOAD-RULE-CATALOG
        OPEN INPUT FDPW-MST-FILE
        IF WS-MST-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWFC0001E ERROR OPENING FDPWMST - FILE '
                'STATUS ' WS-MST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 0020-COUNT-AVAILABLE-STOCK
        PERFORM 0030-READ-ISSUANCE-LEDGER
        CLOSE FDPW-MST-FILE
        PERFORM 0040-READ-RUN-HISTORY
        PERFORM 0050-LOAD-COVERAGE-LEDGER
        PERFORM 0060-PROJECT-ONE-RULE
            VARYING WS-RULE-IDX FROM 1 BY 1
            UNTIL WS-RULE-IDX > NUM-RULES
        PERFORM 0070-FIND-FIRST-GAP
        PERFORM 0080-SIZE-THE-SLICE
        PERFORM 0090-WRITE-FORECAST
        DISPLAY 'FINDPWFC MASTER RECORDS:     ' NUM-MASTER-READ
        DISPLAY 'FINDPWFC LEDGER RECORDS:     ' NUM-LEDGER-READ
        DISPLAY 'FINDPWFC ISSUES IN 90 DAYS:  ' NUM-ISSUED-COUNTED
        DISPLAY 'FINDPWFC ISSUED, NOT ON MST: ' NUM-NOT-ON-MASTER
        DISPLAY 'FINDPWFC TIMED RUNS USED:    ' NUM-HIST-USED
        DISPLAY 'FINDPWFC RULES FORECAST:     ' NUM-RULES
        IF WS-SIZED-BY = 'NONE'
            DISPLAY 'FINDPWFC0002W NO NEXT RANGE PROPOSED - '
                WS-PROPOSAL-NOTE
            MOVE 4 TO RETURN-CODE
        ELSE
            DISPLAY 'FINDPWFC PROPOSED NEXT SCAN PARM: ' WS-SLICE-START
                ',' WS-SLICE-END ' (' WS-SLICE-SIZE ' CODES, ABOUT '
                WS-EST-MINUTES ' MINUTES, SIZED BY ' WS-SIZED-BY ')'
        END-IF
        STOP RUN
        .
    0000-END.

    0011-GET-PARM-POLICY.
        IF FDPW-PARM-LEN > 0
            UNSTRING FDPW-PARM-TEXT(1:FDPW-PARM-LEN) DELIMITED BY ','
                INTO FDPW-WINDOW-TXT FDPW-TARGET-TXT
            END-UNSTRING
            IF FDPW-WINDOW-TXT NOT = SPACES
                MOVE FUNCTION NUMVAL(FDPW-WINDOW-TXT)
                    TO WS-WINDOW-MINUTES
            END-IF
            IF FDPW-TARGET-TXT NOT = SPACES
                MOVE FUNCTION NUMVAL(FDPW-TARGET-TXT)
                    TO WS-TARGET-DAYS
            END-IF
        END-IF
        IF WS-WINDOW-MINUTES = 0 OR WS-TARGET-DAYS = 0
            DISPLAY 'FINDPWFC0003E PARM IS window-minutes,target-days '
                '- NEITHER MAY BE ZERO'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0011-END.

    0013-LOAD-RULE-CATALOG.
        SET RCHK-LOAD-CATALOG TO TRUE
        CALL WS-RULE-PROGRAM USING FDPW-RCHK-AREA
            ON EXCEPTION
                DISPLAY 'FINDPWFC0018E RULE EVALUATOR ' WS-RULE-PROGRAM
                    ' COULD NOT BE LOADED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-CALL
        IF RCHK-FAILED
            DISPLAY FDPW-RCHK-MESSAGE
            DISPLAY 'FINDPWFC0017E RULE CATALOG IS NOT USABLE - NO '
                'FORECAST WRITTEN'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0013-END.

*> spaces in the status field are AVAILABLE, as everywhere else.
    0020-COUNT-AVAILABLE-STOCK.
        MOVE LOW-VALUES TO FDPW-MST-CODE
        START FDPW-MST-FILE KEY > FDPW-MST-CODE
        IF WS-MST-FILE-STATUS = '23' OR WS-MST-FILE-STATUS = '46'
            SET INPUT-DONE TO TRUE
        ELSE
            IF WS-MST-FILE-STATUS NOT = '00'
                DISPLAY 'FINDPWFC0004E ERROR POSITIONING FDPWMST - '
                    'FILE STATUS ' WS-MST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET INPUT-NOT-DONE TO TRUE
        END-IF
        PERFORM 0022-COUNT-ONE-MASTER UNTIL INPUT-DONE
        .
    0020-END.

    0022-COUNT-ONE-MASTER.
        READ FDPW-MST-FILE NEXT
        EVALUATE WS-MST-FILE-STATUS
            WHEN '00'
                ADD 1 TO NUM-MASTER-READ
                IF MST-AVAILABLE OR FDPW-MST-STATUS = SPACES
                    MOVE FDPW-MST-RULE TO WS-LOOKUP-RULE
                    PERFORM 8000-FIND-RULE
                    ADD 1 TO WS-RUL-AVAILABLE(WS-RULE-FOUND-IDX)
                END-IF
            WHEN '10'
                SET INPUT-DONE TO TRUE
            WHEN OTHER
                DISPLAY 'FINDPWFC0005E ERROR READING FDPWMST - FILE '
                    'STATUS ' WS-MST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        .
    0022-END.

    0030-READ-ISSUANCE-LEDGER.
        OPEN INPUT FDPW-ILDG-FILE
        IF WS-ILDG-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWFC0006E ERROR OPENING FDPWILDG - FILE '
                'STATUS ' WS-ILDG-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET INPUT-NOT-DONE TO TRUE
        PERFORM 0032-COUNT-ONE-ISSUE UNTIL INPUT-DONE
        CLOSE FDPW-ILDG-FILE
        .
    0030-END.

*> only ISSUED lines are issuance - a reservation is not yet spent
*> stock the desk has handed over, and counting both would count a
*> reserved-then-issued code twice. A code since archived off the
*> master has no rule to charge it to and is passed over.
    0032-COUNT-ONE-ISSUE.
        READ FDPW-ILDG-FILE
            AT END
                SET INPUT-DONE TO TRUE
            NOT AT END
                ADD 1 TO NUM-LEDGER-READ
                IF FDPW-ILDG-STATUS = 'ISSUED'
                        AND FDPW-ILDG-DATE IS NUMERIC
                        AND FDPW-ILDG-DATE > 16010101
                        AND FDPW-ILDG-DATE NOT > WS-RUN-DATE
                    COMPUTE WS-LEDGER-DAYS =
                        FUNCTION INTEGER-OF-DATE(FDPW-ILDG-DATE)
                    SUBTRACT WS-LEDGER-DAYS FROM WS-RUN-DAYS
                        GIVING WS-DAYS-AGO
                    IF WS-DAYS-AGO < 90
                        PERFORM 0034-CHARGE-ONE-ISSUE
                    END-IF
                END-IF
        END-READ
        IF WS-ILDG-FILE-STATUS NOT = '00'
                AND WS-ILDG-FILE-STATUS NOT = '10'
            DISPLAY 'FINDPWFC0007E ERROR READING FDPWILDG - FILE '
                'STATUS ' WS-ILDG-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0032-END.

    0034-CHARGE-ONE-ISSUE.
        MOVE FDPW-ILDG-CODE TO FDPW-MST-CODE
        READ FDPW-MST-FILE
        EVALUATE WS-MST-FILE-STATUS
            WHEN '00'
                ADD 1 TO NUM-ISSUED-COUNTED
                MOVE FDPW-MST-RULE TO WS-LOOKUP-RULE
                PERFORM 8000-FIND-RULE
                ADD 1 TO WS-RUL-ISSUED-90(WS-RULE-FOUND-IDX)
                IF WS-DAYS-AGO < 60
                    ADD 1 TO WS-RUL-ISSUED-60(WS-RULE-FOUND-IDX)
                END-IF
                IF WS-DAYS-AGO < 30
                    ADD 1 TO WS-RUL-ISSUED-30(WS-RULE-FOUND-IDX)
                END-IF
            WHEN '23'
                ADD 1 TO NUM-NOT-ON-MASTER
            WHEN OTHER
                DISPLAY 'FINDPWFC0008E ERROR READING FDPWMST - FILE '
                    'STATUS ' WS-MST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        .
    0034-END.

    0040-READ-RUN-HISTORY.
        OPEN INPUT FDPW-HIST-FILE
        IF WS-HIST-FILE-STATUS = '35'
            CONTINUE
        ELSE
            IF WS-HIST-FILE-STATUS NOT = '00'
                DISPLAY 'FINDPWFC0009E ERROR OPENING FDPWHIST - '
                    'FILE STATUS ' WS-HIST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET INPUT-NOT-DONE TO TRUE
            PERFORM 0042-TALLY-ONE-RUN UNTIL INPUT-DONE
            CLOSE FDPW-HIST-FILE
        END-IF
        IF WS-TOTAL-ELAPSED > 0 AND WS-TOTAL-ITERATIONS > 0
            COMPUTE WS-CODES-PER-SECOND =
                WS-TOTAL-ITERATIONS / WS-TOTAL-ELAPSED
            IF WS-CODES-PER-SECOND = 0
                MOVE 1 TO WS-CODES-PER-SECOND
            END-IF
        END-IF
        .
    0040-END.

*> a history record names its rule by catalog id. Records written
*> before the id was carried have none - a run with no run-length
*> bounds is then the any-double rule (FDPW1, and the dual scan's
*> old FINDPWDA line), anything bounded the exact-double rule.
*> The yield (valid codes per code scanned) is kept per rule; the
*> speed is blended across every timed run.
    0042-TALLY-ONE-RUN.
        READ FDPW-HIST-FILE
            AT END
                SET INPUT-DONE TO TRUE
            NOT AT END
                IF FDPW-HIST-STATUS = 'COMPLETE'
                        AND FDPW-HIST-ITERATIONS IS NUMERIC
                        AND FDPW-HIST-ITERATIONS > 0
                        AND FDPW-HIST-VALID-COUNT IS NUMERIC
                    PERFORM 0044-NAME-THE-RUN-RULE
                    PERFORM 8000-FIND-RULE
                    ADD FDPW-HIST-VALID-COUNT
                        TO WS-RUL-HIST-VALID(WS-RULE-FOUND-IDX)
                    ADD FDPW-HIST-ITERATIONS
                        TO WS-RUL-HIST-ITERATIONS(WS-RULE-FOUND-IDX)
                    IF FDPW-HIST-ELAPSED-SECS IS NUMERIC
                            AND FDPW-HIST-ELAPSED-SECS > 0
                        ADD 1 TO NUM-HIST-USED
                        ADD FDPW-HIST-ITERATIONS TO WS-TOTAL-ITERATIONS
                        ADD FDPW-HIST-ELAPSED-SECS TO WS-TOTAL-ELAPSED
                    END-IF
                END-IF
        END-READ
        IF WS-HIST-FILE-STATUS NOT = '00'
                AND WS-HIST-FILE-STATUS NOT = '10'
            DISPLAY 'FINDPWFC0010E ERROR READING FDPWHIST - FILE '
                'STATUS ' WS-HIST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0042-END.

*> an id no longer on the catalog still forecasts, under the id
*> itself, rather than being folded into another rule's yield.
    0044-NAME-THE-RUN-RULE.
        IF FDPW-HIST-RULE-ID = SPACES
            IF FDPW-HIST-RUNLEN-LOW = 0
                    AND FDPW-HIST-RUNLEN-HIGH = 0
                MOVE 'ANY-DOUBLE' TO WS-LOOKUP-RULE
            ELSE
                MOVE 'EXACT-DOUBLE' TO WS-LOOKUP-RULE
            END-IF
        ELSE
            MOVE FDPW-HIST-RULE-ID TO WS-LOOKUP-RULE
            PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                    UNTIL WS-CAT-IDX > FDPW-RCHK-NUM-RULES
                IF FDPW-RCHK-RULE-ID(WS-CAT-IDX) = FDPW-HIST-RULE-ID
                    MOVE FDPW-RCHK-NAME(WS-CAT-IDX) TO WS-LOOKUP-RULE
                END-IF
            END-PERFORM
        END-IF
        .
    0044-END.

    0050-LOAD-COVERAGE-LEDGER.
        OPEN INPUT FDPW-COVR-FILE
        IF WS-COVR-FILE-STATUS = '35'
            CONTINUE
        ELSE
            IF WS-COVR-FILE-STATUS NOT = '00'
                DISPLAY 'FINDPWFC0011E ERROR OPENING FDPWCOVR - '
                    'FILE STATUS ' WS-COVR-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET INPUT-NOT-DONE TO TRUE
            PERFORM 0052-LOAD-ONE-RANGE UNTIL INPUT-DONE
            CLOSE FDPW-COVR-FILE
        END-IF
        SET SORT-SWAPPED TO TRUE
        PERFORM 0054-SORT-ONE-PASS UNTIL SORT-NOT-SWAPPED
        .
    0050-END.

    0052-LOAD-ONE-RANGE.
        READ FDPW-COVR-FILE
            AT END
                SET INPUT-DONE TO TRUE
            NOT AT END
                IF NUM-RANGES = 500
                    DISPLAY 'FINDPWFC0012E COVERAGE LEDGER EXCEEDS '
                        'THE 500 RANGES THIS PROGRAM CAN HOLD'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO NUM-RANGES
                MOVE FDPW-COVR-START TO WS-CONV-CODE
                PERFORM 8020-CODE-TO-ORDINAL
                MOVE WS-CONV-ORDINAL TO WS-RNG-START-ORD(NUM-RANGES)
                MOVE FDPW-COVR-END TO WS-CONV-CODE
                PERFORM 8020-CODE-TO-ORDINAL
                MOVE WS-CONV-ORDINAL TO WS-RNG-END-ORD(NUM-RANGES)
        END-READ
        IF WS-COVR-FILE-STATUS NOT = '00'
                AND WS-COVR-FILE-STATUS NOT = '10'
            DISPLAY 'FINDPWFC0013E ERROR READING FDPWCOVR - FILE '
                'STATUS ' WS-COVR-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0052-END.

    0054-SORT-ONE-PASS.
        SET SORT-NOT-SWAPPED TO TRUE
        PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                UNTIL WS-SORT-IDX >= NUM-RANGES
            IF WS-RNG-START-ORD(WS-SORT-IDX) >
                    WS-RNG-START-ORD(WS-SORT-IDX + 1)
                MOVE WS-RANGE-ENTRY(WS-SORT-IDX) TO WS-SWAP-ENTRY
                MOVE WS-RANGE-ENTRY(WS-SORT-IDX + 1)
                    TO WS-RANGE-ENTRY(WS-SORT-IDX)
                MOVE WS-SWAP-ENTRY
                    TO WS-RANGE-ENTRY(WS-SORT-IDX + 1)
                SET SORT-SWAPPED TO TRUE
            END-IF
        END-PERFORM
        .
    0054-END.

*> a rate is issues per day over the period; the run-out date is
*> the run date plus the whole days the stock lasts at that rate,
*> zeros when nothing was issued in the period.
    0060-PROJECT-ONE-RULE.
        COMPUTE WS-RUL-RATE-30(WS-RULE-IDX) ROUNDED =
            WS-RUL-ISSUED-30(WS-RULE-IDX) / 30
        COMPUTE WS-RUL-RATE-60(WS-RULE-IDX) ROUNDED =
            WS-RUL-ISSUED-60(WS-RULE-IDX) / 60
        COMPUTE WS-RUL-RATE-90(WS-RULE-IDX) ROUNDED =
            WS-RUL-ISSUED-90(WS-RULE-IDX) / 90
        MOVE WS-RUL-RATE-30(WS-RULE-IDX) TO WS-PROJ-RATE
        PERFORM 0065-PROJECT-RUNOUT
        MOVE WS-PROJ-RUNOUT TO WS-RUL-RUNOUT-30(WS-RULE-IDX)
        MOVE WS-RUL-RATE-60(WS-RULE-IDX) TO WS-PROJ-RATE
        PERFORM 0065-PROJECT-RUNOUT
        MOVE WS-PROJ-RUNOUT TO WS-RUL-RUNOUT-60(WS-RULE-IDX)
        MOVE WS-RUL-RATE-90(WS-RULE-IDX) TO WS-PROJ-RATE
        PERFORM 0065-PROJECT-RUNOUT
        MOVE WS-PROJ-RUNOUT TO WS-RUL-RUNOUT-90(WS-RULE-IDX)
*>      the shortfall is judged at the most recent rate - target days
*>      of issuance at the 30-day rate, less the stock on hand - and
*>      turned into codes to scan through the rule's past yield.
        MOVE 0 TO WS-RUL-SHORTFALL(WS-RULE-IDX)
        MOVE 0 TO WS-RUL-SCAN-NEEDED(WS-RULE-IDX)
        IF WS-RUL-RATE-30(WS-RULE-IDX) * WS-TARGET-DAYS >
                WS-RUL-AVAILABLE(WS-RULE-IDX)
            COMPUTE WS-RUL-SHORTFALL(WS-RULE-IDX) ROUNDED =
                WS-RUL-RATE-30(WS-RULE-IDX) * WS-TARGET-DAYS
                    - WS-RUL-AVAILABLE(WS-RULE-IDX)
            IF WS-RUL-HIST-VALID(WS-RULE-IDX) > 0
                COMPUTE WS-RUL-SCAN-NEEDED(WS-RULE-IDX) =
                    WS-RUL-SHORTFALL(WS-RULE-IDX)
                        * WS-RUL-HIST-ITERATIONS(WS-RULE-IDX)
                        / WS-RUL-HIST-VALID(WS-RULE-IDX) + 1
                IF WS-RUL-SCAN-NEEDED(WS-RULE-IDX) >
                        WS-SHORTFALL-NEEDED
                    MOVE WS-RUL-SCAN-NEEDED(WS-RULE-IDX)
                        TO WS-SHORTFALL-NEEDED
                END-IF
            ELSE
                SET SHORT-RULE-UNSIZED TO TRUE
            END-IF
        END-IF
        .
    0060-END.

    0065-PROJECT-RUNOUT.
        MOVE 0 TO WS-PROJ-RUNOUT
        IF WS-PROJ-RATE > 0
            IF WS-RUL-AVAILABLE(WS-RULE-IDX) / WS-PROJ-RATE > 99999
                MOVE 99999 TO WS-DAYS-LEFT
            ELSE
                COMPUTE WS-DAYS-LEFT =
                    WS-RUL-AVAILABLE(WS-RULE-IDX) / WS-PROJ-RATE
            END-IF
            COMPUTE WS-PROJ-RUNOUT = FUNCTION DATE-OF-INTEGER(
                WS-RUN-DAYS + WS-DAYS-LEFT)
        END-IF
        .
    0065-END.

*> sweeps the sorted ranges from the bottom of the keyspace; the
*> first position no range reaches starts the gap, and the next
*> range's start (or the top of the keyspace) ends it.
    0070-FIND-FIRST-GAP.
        MOVE 0 TO WS-GAP-START-ORD
        SET GAP-NOT-FOUND TO TRUE
        SET KEYSPACE-OPEN TO TRUE
        PERFORM 0072-CHECK-ONE-RANGE
            VARYING WS-RANGE-IDX FROM 1 BY 1
            UNTIL WS-RANGE-IDX > NUM-RANGES
                OR GAP-FOUND OR KEYSPACE-EXHAUSTED
        IF GAP-NOT-FOUND AND KEYSPACE-OPEN
            MOVE WS-KEYSPACE-LAST-ORD TO WS-GAP-END-ORD
            SET GAP-FOUND TO TRUE
        END-IF
        IF GAP-FOUND
            COMPUTE WS-GAP-SIZE =
                WS-GAP-END-ORD - WS-GAP-START-ORD + 1
        END-IF
        .
    0070-END.

    0072-CHECK-ONE-RANGE.
        IF WS-RNG-START-ORD(WS-RANGE-IDX) > WS-GAP-START-ORD
            SUBTRACT 1 FROM WS-RNG-START-ORD(WS-RANGE-IDX)
                GIVING WS-GAP-END-ORD
            SET GAP-FOUND TO TRUE
        ELSE
            IF WS-RNG-END-ORD(WS-RANGE-IDX) NOT < WS-GAP-START-ORD
                IF WS-RNG-END-ORD(WS-RANGE-IDX) = WS-KEYSPACE-LAST-ORD
                    SET KEYSPACE-EXHAUSTED TO TRUE
                ELSE
                    ADD 1 TO WS-RNG-END-ORD(WS-RANGE-IDX)
                        GIVING WS-GAP-START-ORD
                END-IF
            END-IF
        END-IF
        .
    0072-END.

*> the slice is what the window can scan, cut back to the shortfall
*> when less will do, and never past the end of the gap - a range
*> running on into scanned ground would only be held up by the
*> pre-flight advisor. With stock above target everywhere the full
*> window is still proposed; the desk can leave the night idle.
    0080-SIZE-THE-SLICE.
        IF WS-CODES-PER-SECOND > 0
            COMPUTE WS-WINDOW-CAPACITY =
                WS-CODES-PER-SECOND * WS-WINDOW-MINUTES * 60
        END-IF
        EVALUATE TRUE
            WHEN NOT GAP-FOUND
                MOVE 'NONE' TO WS-SIZED-BY
                MOVE 'WHOLE KEYSPACE SCANNED' TO WS-PROPOSAL-NOTE
            WHEN WS-WINDOW-CAPACITY = 0
                MOVE 'NONE' TO WS-SIZED-BY
                MOVE 'NO TIMED RUNS ON FDPWHIST' TO WS-PROPOSAL-NOTE
            WHEN OTHER
                MOVE WS-WINDOW-CAPACITY TO WS-SLICE-SIZE
                MOVE 'WINDOW' TO WS-SIZED-BY
                IF WS-SHORTFALL-NEEDED > 0
                        AND WS-SHORTFALL-NEEDED < WS-SLICE-SIZE
                        AND SHORT-RULES-SIZED
                    MOVE WS-SHORTFALL-NEEDED TO WS-SLICE-SIZE
                    MOVE 'SHORTFAL' TO WS-SIZED-BY
                END-IF
                IF WS-GAP-SIZE < WS-SLICE-SIZE
                    MOVE WS-GAP-SIZE TO WS-SLICE-SIZE
                    MOVE 'GAP' TO WS-SIZED-BY
                END-IF
                COMPUTE WS-SLICE-END-ORD =
                    WS-GAP-START-ORD + WS-SLICE-SIZE - 1
                MOVE WS-GAP-START-ORD TO WS-CONV-ORDINAL
                PERFORM 8100-ORDINAL-TO-CODE
                MOVE WS-CONV-CODE TO WS-SLICE-START
                MOVE WS-SLICE-END-ORD TO WS-CONV-ORDINAL
                PERFORM 8100-ORDINAL-TO-CODE
                MOVE WS-CONV-CODE TO WS-SLICE-END
                COMPUTE WS-EST-MINUTES ROUNDED =
                    WS-SLICE-SIZE / WS-CODES-PER-SECOND / 60
                IF WS-SHORTFALL-NEEDED > WS-SLICE-SIZE
                        OR SHORT-RULE-UNSIZED
                    MOVE 'SHORTFALL NOT MET' TO WS-PROPOSAL-NOTE
                END-IF
                PERFORM 0085-YIELD-ONE-RULE
                    VARYING WS-RULE-IDX FROM 1 BY 1
                    UNTIL WS-RULE-IDX > NUM-RULES
        END-EVALUATE
        .
    0080-END.

    0085-YIELD-ONE-RULE.
        MOVE 0 TO WS-RUL-SLICE-YIELD(WS-RULE-IDX)
        IF WS-RUL-HIST-ITERATIONS(WS-RULE-IDX) > 0
            COMPUTE WS-YIELD-WORK =
                WS-SLICE-SIZE * WS-RUL-HIST-VALID(WS-RULE-IDX)
                    / WS-RUL-HIST-ITERATIONS(WS-RULE-IDX)
            IF WS-YIELD-WORK > 999999
                MOVE 999999 TO WS-RUL-SLICE-YIELD(WS-RULE-IDX)
            ELSE
                MOVE WS-YIELD-WORK TO WS-RUL-SLICE-YIELD(WS-RULE-IDX)
            END-IF
        END-IF
        .
    0085-END.

    0090-WRITE-FORECAST.
        OPEN OUTPUT FDPW-FCST-FILE
        IF WS-FCST-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWFC0014E ERROR OPENING FDPWFCST - FILE '
                'STATUS ' WS-FCST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 0092-WRITE-ONE-RULE
            VARYING WS-RULE-IDX FROM 1 BY 1
            UNTIL WS-RULE-IDX > NUM-RULES
        MOVE SPACES TO FDPW-FCST-NEXT-REC
        MOVE 'NEXT' TO FDPW-FCST-NEXT-ID
        MOVE WS-SLICE-START TO FDPW-FCST-START
        MOVE WS-SLICE-END TO FDPW-FCST-END
        MOVE WS-SLICE-SIZE TO FDPW-FCST-CODES
        MOVE WS-EST-MINUTES TO FDPW-FCST-EST-MINUTES
        MOVE WS-SIZED-BY TO FDPW-FCST-SIZED-BY
        MOVE WS-WINDOW-MINUTES TO FDPW-FCST-WINDOW-MINUTES
        MOVE WS-TARGET-DAYS TO FDPW-FCST-TARGET-DAYS
        MOVE WS-RUN-DATE TO FDPW-FCST-RUN-DATE
        MOVE WS-PROPOSAL-NOTE TO FDPW-FCST-NOTE
        WRITE FDPW-FCST-NEXT-REC
        PERFORM 0096-CHECK-FORECAST-WRITE
        CLOSE FDPW-FCST-FILE
        .
    0090-END.

    0092-WRITE-ONE-RULE.
        MOVE SPACES TO FDPW-FCST-RULE-REC
        MOVE 'RULE' TO FDPW-FCST-ID
        MOVE WS-RUL-RULE(WS-RULE-IDX) TO FDPW-FCST-RULE
        MOVE WS-RUL-AVAILABLE(WS-RULE-IDX) TO FDPW-FCST-AVAILABLE
        MOVE WS-RUL-RATE-30(WS-RULE-IDX) TO FDPW-FCST-RATE-30
        MOVE WS-RUL-RATE-60(WS-RULE-IDX) TO FDPW-FCST-RATE-60
        MOVE WS-RUL-RATE-90(WS-RULE-IDX) TO FDPW-FCST-RATE-90
        MOVE WS-RUL-RUNOUT-30(WS-RULE-IDX) TO FDPW-FCST-RUNOUT-30
        MOVE WS-RUL-RUNOUT-60(WS-RULE-IDX) TO FDPW-FCST-RUNOUT-60
        MOVE WS-RUL-RUNOUT-90(WS-RULE-IDX) TO FDPW-FCST-RUNOUT-90
        MOVE WS-RUL-SLICE-YIELD(WS-RULE-IDX) TO FDPW-FCST-SLICE-YIELD
        WRITE FDPW-FCST-RULE-REC
        PERFORM 0096-CHECK-FORECAST-WRITE
        .
    0092-END.

    0096-CHECK-FORECAST-WRITE.
        IF WS-FCST-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWFC0015E ERROR WRITING FDPWFCST - FILE '
                'STATUS ' WS-FCST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0096-END.

*> finds WS-LOOKUP-RULE in the rule table, adding it if new.
    8000-FIND-RULE.
        MOVE 0 TO WS-RULE-FOUND-IDX
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > NUM-RULES
                    OR WS-RULE-FOUND-IDX > 0
            IF WS-RUL-RULE(WS-RULE-IDX) = WS-LOOKUP-RULE
                MOVE WS-RULE-IDX TO WS-RULE-FOUND-IDX
            END-IF
        END-PERFORM
        IF WS-RULE-FOUND-IDX = 0
            IF NUM-RULES = 20
                DISPLAY 'FINDPWFC0016E MORE THAN THE 20 RULES THIS '
                    'PROGRAM CAN HOLD'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO NUM-RULES
            MOVE NUM-RULES TO WS-RULE-FOUND-IDX
            INITIALIZE WS-RULE-ENTRY(WS-RULE-FOUND-IDX)
            MOVE WS-LOOKUP-RULE TO WS-RUL-RULE(WS-RULE-FOUND-IDX)
        END-IF
        .
    8000-END.

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

    8100-ORDINAL-TO-CODE.
        MOVE SPACES TO WS-CONV-CODE
        PERFORM VARYING WS-CONV-POS FROM 6 BY -1 UNTIL WS-CONV-POS = 0
            DIVIDE WS-CONV-ORDINAL BY 36
                GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REMAINDER
            MOVE WS-CONV-QUOTIENT TO WS-CONV-ORDINAL
            ADD 1 TO WS-CONV-REMAINDER GIVING WS-CONV-IDX
            MOVE WS-ALPHABET(WS-CONV-IDX:1)
                TO WS-CONV-CODE(WS-CONV-POS:1)
        END-PERFORM
        .
    8100-END.

END PROGRAM FINDPWFC.
