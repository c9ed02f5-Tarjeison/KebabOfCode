IDENTIFICATION DIVISION.
PROGRAM-ID. FINDPWPI.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
*>      DYNAMIC so the sweep can START at the bottom, READ NEXT
*>      through the whole master, and - on a confirmed run - REWRITE
*>      the record in hand.
        SELECT FDPW-MST-FILE ASSIGN TO "FDPWMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FDPW-MST-CODE
            FILE STATUS IS WS-MST-FILE-STATUS.
        SELECT FDPW-ILDG-FILE ASSIGN TO "FDPWILDG"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ILDG-FILE-STATUS.
        SELECT FDPW-RPT-FILE ASSIGN TO "FDPWPIRP"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RPT-FILE-STATUS.
*>      the desk's call-back list - ISSUED codes the proposed bounds
*>      would reject, one section per department.
        SELECT FDPW-CB-FILE ASSIGN TO "FDPWPICB"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CB-FILE-STATUS.

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
    FD  FDPW-CB-FILE.
    01  FDPW-CB-REC.
        05 FDPW-CB-CC                 PIC X(1).
        05 FDPW-CB-LINE               PIC X(132).

    WORKING-STORAGE SECTION.

    01  WS-RUN-DATE                     PIC 9(8).

*> return-code scheme for the scheduler's COND processing:
*>    0 = sweep complete - no code on the master changes verdict
*>        under the proposed bounds
*>    4 = sweep complete, and codes change verdict (retired, or
*>        would be, or on the call-back list), or a master record
*>        names a rule the catalog does not hold and was not judged,
*>        or the report table overflowed and some codes are not
*>        listed
*>   16 = fatal - bad PARM, an unusable rule catalog, or a file that
*>        will not open, read or write
*>  the PARM is low,high[,CONFIRM] - the proposed run-length bounds,
*>  applied to every rule the catalog bounds (DOUBLE R), the way a
*>  scanner's PARM override is. Without CONFIRM the run only reports
*>  what would change and the master is opened for input; with it,
*>  AVAILABLE and RESERVED codes the new bounds reject are RETIRED
*>  and each one gets a RETIRED line on the issuance ledger. ISSUED
*>  codes are never changed here - they go on the call-back list for
*>  the desk either way.
    01 WS-BOUNDS-PARSE.
        05 WS-LOW-TXT                   PIC X(2) VALUE SPACES.
        05 WS-HIGH-TXT                  PIC X(2) VALUE SPACES.
        05 WS-MODE-TXT                  PIC X(8) VALUE SPACES.
        05 WS-LOW-LEN                   PIC 9(2) VALUE 0.
        05 WS-HIGH-LEN                  PIC 9(2) VALUE 0.
        05 WS-MODE-LEN                  PIC 9(2) VALUE 0.
        05 WS-NEW-LOW                   PIC 9(2) VALUE 0.
        05 WS-NEW-HIGH                  PIC 9(2) VALUE 0.
        05 WS-MODE-NAME                 PIC X(12) VALUE 'REVIEW ONLY'.

    01  WS-MODE-SWITCH                  PIC 9 VALUE 0.
        88 RUN-CONFIRMED                VALUE 1.
        88 RUN-REVIEW-ONLY              VALUE 0.

    01  WS-SWEEP-SWITCH                 PIC 9 VALUE 0.
        88 SWEEP-DONE                   VALUE 1.
        88 SWEEP-NOT-DONE               VALUE 0.

*> the rule evaluator and its table. Each code is judged twice -
*> once under the catalog's own bounds (the policy in force, kept
*> aside here) and once under the proposed ones - by moving the
*> bounds into the table between the two calls.
    01  WS-RULE-PROGRAM                 PIC X(8) VALUE 'FINDPWRU'.
        COPY FDPWRCHK.

    01 WS-RULE-CONTROL.
        05 WS-RULE-IDX                  PIC 9(2).
        05 WS-MST-RULE-IDX              PIC 9(2).
        05 NUM-BOUNDED-RULES            PIC 9(2) VALUE 0.
        05 WS-RULE-POLICY OCCURS 6 TIMES.
            10 WS-RULE-POLICY-LOW       PIC 9(2).
            10 WS-RULE-POLICY-HIGH      PIC 9(2).

    01 WS-VERDICT-CONTROL.
        05 WS-OLD-VERDICT               PIC X(6).
        05 WS-OLD-REASON                PIC X(4).

    01 WS-IMPACT-COUNTS.
        05 NUM-RECORDS-READ             PIC 9(8) VALUE 0.
        05 NUM-RULE-UNKNOWN             PIC 9(8) VALUE 0.
        05 NUM-NOT-BOUNDED              PIC 9(8) VALUE 0.
        05 NUM-UNCHANGED                PIC 9(8) VALUE 0.
        05 NUM-NOW-REJECTED             PIC 9(8) VALUE 0.
        05 NUM-NOW-ACCEPTED             PIC 9(8) VALUE 0.
        05 NUM-RETIRED                  PIC 9(8) VALUE 0.
        05 NUM-CALLBACKS                PIC 9(8) VALUE 0.
        05 NUM-NO-ACTION                PIC 9(8) VALUE 0.
        05 NUM-NOT-LISTED               PIC 9(8) VALUE 0.

*> the lifecycle statuses in the order the report takes them; a
*> status the master should not hold at all is grouped as OTHER.
    01 WS-STATUS-NAMES.
        05 FILLER                       PIC X(10) VALUE 'AVAILABLE '.
        05 FILLER                       PIC X(10) VALUE 'RESERVED  '.
        05 FILLER                       PIC X(10) VALUE 'ISSUED    '.
        05 FILLER                       PIC X(10) VALUE 'REDEEMED  '.
        05 FILLER                       PIC X(10) VALUE 'REVOKED   '.
        05 FILLER                       PIC X(10) VALUE 'RETIRED   '.
        05 FILLER                       PIC X(10) VALUE 'OTHER     '.
    01 WS-STATUS-NAME-TABLE REDEFINES WS-STATUS-NAMES.
        05 WS-STATUS-NAME OCCURS 7 TIMES PIC X(10).

    01 WS-STATUS-CONTROL.
        05 WS-STATUS-IDX                PIC 9.
        05 WS-PRINT-STATUS-IDX          PIC 9.
        05 WS-STATUS-TOTAL OCCURS 7 TIMES.
            10 WS-STA-REJECTED          PIC 9(7).
            10 WS-STA-ACCEPTED          PIC 9(7).

*> every code whose verdict changes, held for the report so it can
*> be printed status by status and department by department; the
*> master is read in code order, so each list comes out in code
*> order. Past the table the work is still done and counted, just
*> not listed.
    01 WS-ENTRY-CONTROL.
        05 NUM-ENTRIES                  PIC 9(4) VALUE 0.
        05 WS-ENTRY-IDX                 PIC 9(4).

    01 WS-ENTRY-TABLE.
        05 WS-ENTRY OCCURS 3000 TIMES.
            10 WS-ENT-CODE              PIC X(6).
            10 WS-ENT-STATUS-IDX        PIC 9.
            10 WS-ENT-STATUS            PIC X(10).
            10 WS-ENT-DEPT              PIC X(8).
            10 WS-ENT-RULE              PIC X(20).
            10 WS-ENT-CHANGE            PIC X(12).
            10 WS-ENT-ACTION            PIC X(12).
            10 WS-ENT-ISSUE-DATE        PIC 9(8).
            10 WS-ENT-NOTE              PIC X(40).

*> one cell per status and department that has a verdict change,
*> sorted on the pair for the breakdown. A department holds a code
*> in at most the seven statuses, so seven times the hundred
*> departments the other sweeps allow for is room enough.
    01 WS-CELL-CONTROL.
        05 NUM-CELLS                    PIC 9(3) VALUE 0.
        05 WS-CELL-IDX                  PIC 9(3).
        05 WS-CELL-FOUND-IDX            PIC 9(3).
        05 WS-SORT-IDX                  PIC 9(3).
        05 WS-LOOKUP-DEPT               PIC X(8).
        05 WS-SORT-SWAP-SWITCH          PIC 9.
            88 SORT-SWAPPED             VALUE 1.
            88 SORT-NOT-SWAPPED         VALUE 0.

    01 WS-CELL-TABLE.
        05 WS-CELL-ENTRY OCCURS 700 TIMES.
            10 WS-CEL-KEY.
                15 WS-CEL-STATUS-IDX    PIC 9.
                15 WS-CEL-DEPT          PIC X(8).
            10 WS-CEL-REJECTED          PIC 9(6).
            10 WS-CEL-ACCEPTED          PIC 9(6).

    01 WS-SWAP-CELL-ENTRY.
        05 WS-SWAP-KEY                  PIC X(9).
        05 WS-SWAP-REJECTED             PIC 9(6).
        05 WS-SWAP-ACCEPTED             PIC 9(6).

    01 WS-NEW-ENTRY.
        05 WS-NEW-CHANGE                PIC X(12).
        05 WS-NEW-ACTION                PIC X(12).
        05 WS-NEW-NOTE                  PIC X(40).

    01 WS-PAGE-CONTROL.
        05 WS-LINE-COUNT                PIC 9(2) VALUE 99.
        05 WS-PAGE-COUNT                PIC 9(3) VALUE 0.
        05 WS-LINES-PER-PAGE            PIC 9(2) VALUE 55.
        05 WS-SAVED-LINE                PIC X(132).

*> the call-back list is a second print file with its own paging.
    01 WS-CB-PAGE-CONTROL.
        05 WS-CB-LINE-COUNT             PIC 9(2) VALUE 99.
        05 WS-CB-PAGE-COUNT             PIC 9(3) VALUE 0.
        05 WS-CB-SAVED-LINE             PIC X(132).

    01 WS-HEADING-LINE.
        05 WS-HDG-TITLE                 PIC X(36) VALUE
            'FINDPW POLICY-CHANGE IMPACT SWEEP   '.
        05 FILLER                       PIC X(9) VALUE 'RUN DATE '.
        05 WS-HDG-DATE                  PIC 9(8).
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 FILLER                       PIC X(20) VALUE
            'PROPOSED RUN LENGTH '.
        05 WS-HDG-LOW                   PIC 9(2).
        05 FILLER                       PIC X(1) VALUE '/'.
        05 WS-HDG-HIGH                  PIC 9(2).
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 WS-HDG-MODE                  PIC X(12).
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 FILLER                       PIC X(5) VALUE 'PAGE '.
        05 WS-HDG-PAGE                  PIC ZZ9.
        05 FILLER                       PIC X(22) VALUE SPACES.

    01 WS-RULE-LINE.
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 WS-RUL-NAME                  PIC X(20).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-RUL-CUR-LOW               PIC 9(2).
        05 FILLER                       PIC X(1) VALUE '/'.
        05 WS-RUL-CUR-HIGH              PIC 9(2).
        05 FILLER                       PIC X(5) VALUE SPACES.
        05 WS-RUL-NEW-LOW               PIC 9(2).
        05 FILLER                       PIC X(1) VALUE '/'.
        05 WS-RUL-NEW-HIGH              PIC 9(2).
        05 FILLER                       PIC X(91) VALUE SPACES.

    01 WS-STATUS-HEADING-LINE.
        05 FILLER                       PIC X(7) VALUE 'STATUS '.
        05 WS-SHL-STATUS                PIC X(10).
        05 FILLER                       PIC X(115) VALUE SPACES.

    01 WS-DEPT-HEADING-LINE.
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 FILLER                       PIC X(11) VALUE 'DEPARTMENT '.
        05 WS-DHL-DEPT                  PIC X(8).
        05 FILLER                       PIC X(111) VALUE SPACES.

    01 WS-COLUMN-LINE.
        05 FILLER                       PIC X(12) VALUE '    CODE'.
        05 FILLER                       PIC X(22) VALUE 'RULE'.
        05 FILLER                       PIC X(12) VALUE 'STATUS'.
        05 FILLER                       PIC X(14) VALUE 'CHANGE'.
        05 FILLER                       PIC X(14) VALUE 'ACTION'.
        05 FILLER                       PIC X(10) VALUE 'ISSUED'.
        05 FILLER                       PIC X(48) VALUE 'NOTE'.

    01 WS-DETAIL-LINE.
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 WS-DTL-CODE                  PIC X(6).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-DTL-RULE                  PIC X(20).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-DTL-STATUS                PIC X(10).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-DTL-CHANGE                PIC X(12).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-DTL-ACTION                PIC X(12).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-DTL-ISSUED                PIC X(8).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-DTL-NOTE                  PIC X(40).
        05 FILLER                       PIC X(8) VALUE SPACES.

    01 WS-CHANGE-TOTAL-LINE.
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 WS-CTT-LABEL                 PIC X(14).
        05 FILLER                       PIC X(13) VALUE 'NOW REJECTED '.
        05 WS-CTT-REJECTED              PIC Z,ZZZ,ZZ9.
        05 FILLER                       PIC X(15) VALUE
            '  NOW ACCEPTED '.
        05 WS-CTT-ACCEPTED              PIC Z,ZZZ,ZZ9.
        05 FILLER                       PIC X(68) VALUE SPACES.

    01 WS-CB-COLUMN-LINE.
        05 FILLER                       PIC X(12) VALUE '    CODE'.
        05 FILLER                       PIC X(22) VALUE 'RULE'.
        05 FILLER                       PIC X(10) VALUE 'ISSUED'.
        05 FILLER                       PIC X(88) VALUE 'NOTE'.

    01 WS-CB-DETAIL-LINE.
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 WS-CBD-CODE                  PIC X(6).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-CBD-RULE                  PIC X(20).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-CBD-ISSUED                PIC X(8).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-CBD-NOTE                  PIC X(40).
        05 FILLER                       PIC X(48) VALUE SPACES.

    01 WS-TOTAL-LINE.
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 WS-TOT-LABEL                 PIC X(36).
        05 WS-TOT-COUNT                 PIC ZZZ,ZZZ,ZZ9.
        05 FILLER                       PIC X(81) VALUE SPACES.

    01  WS-MST-FILE-STATUS              PIC XX VALUE '00'.
    01  WS-ILDG-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-RPT-FILE-STATUS              PIC XX VALUE '00'.
    01  WS-CB-FILE-STATUS               PIC XX VALUE '00'.

    LINKAGE SECTION.
        COPY FDPWPARM.

PROCEDURE DIVISION USING FDPW-PARM-AREA.
    0000-MAIN.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
        PERFORM 0011-GET-PARM-BOUNDS
        PERFORM 0013-LOAD-RULE-CATALOG
        PERFORM 0010-OPEN-FILES
        PERFORM 0020-SWEEP-ONE-RECORD UNTIL SWEEP-DONE
        CLOSE FDPW-MST-FILE
        IF RUN-CONFIRMED
            CLOSE FDPW-ILDG-FILE
        END-IF
        PERFORM 0100-PRINT-REPORT
        CLOSE FDPW-RPT-FILE
        PERFORM 0300-PRINT-CALLBACK-LIST
        CLOSE FDPW-CB-FILE
        DISPLAY 'FINDPWPI RUN:                ' WS-MODE-NAME
        DISPLAY 'FINDPWPI RECORDS READ:       ' NUM-RECORDS-READ
        DISPLAY 'FINDPWPI RULE NOT ON CATALOG:' NUM-RULE-UNKNOWN
        DISPLAY 'FINDPWPI RULE NOT BOUNDED:   ' NUM-NOT-BOUNDED
        DISPLAY 'FINDPWPI UNCHANGED:          ' NUM-UNCHANGED
        DISPLAY 'FINDPWPI NOW REJECTED:       ' NUM-NOW-REJECTED
        DISPLAY 'FINDPWPI NOW ACCEPTED:       ' NUM-NOW-ACCEPTED
        DISPLAY 'FINDPWPI RETIRED:            ' NUM-RETIRED
        DISPLAY 'FINDPWPI CALL-BACKS:         ' NUM-CALLBACKS
        IF NUM-NOW-REJECTED > 0 OR NUM-NOW-ACCEPTED > 0
                OR NUM-RULE-UNKNOWN > 0 OR NUM-NOT-LISTED > 0
            IF NUM-RULE-UNKNOWN > 0
                DISPLAY 'FINDPWPI0022W ' NUM-RULE-UNKNOWN ' CODES NAME '
                    'A RULE THE CATALOG DOES NOT HOLD - NOT JUDGED'
            END-IF
            IF NUM-NOT-LISTED > 0
                DISPLAY 'FINDPWPI0001W ' NUM-NOT-LISTED ' CODES NOT '
                    'LISTED - THE REPORT TABLE IS FULL'
            END-IF
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
        STOP RUN
        .
    0000-END.

    0011-GET-PARM-BOUNDS.
        IF FDPW-PARM-LEN = 0
            DISPLAY 'FINDPWPI0002E PARM IS REQUIRED - THE PROPOSED '
                'RUN-LENGTH LOW,HIGH, OPTIONALLY ,CONFIRM'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF FDPW-PARM-LEN > 13
            DISPLAY 'FINDPWPI0003E PARM IS LONGER THAN low,high,CONFIRM '
                'ALLOWS'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        UNSTRING FDPW-PARM-TEXT(1:FDPW-PARM-LEN) DELIMITED BY ','
            INTO WS-LOW-TXT COUNT IN WS-LOW-LEN
                 WS-HIGH-TXT COUNT IN WS-HIGH-LEN
                 WS-MODE-TXT COUNT IN WS-MODE-LEN
        END-UNSTRING
        IF WS-LOW-LEN = 0 OR WS-LOW-LEN > 2
            MOVE 0 TO WS-LOW-LEN
        END-IF
        IF WS-LOW-LEN = 0
                OR WS-LOW-TXT(1:WS-LOW-LEN) IS NOT NUMERIC
            DISPLAY 'FINDPWPI0004E LOW "' WS-LOW-TXT '" IS NOT A RUN '
                'LENGTH'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-HIGH-LEN = 0 OR WS-HIGH-LEN > 2
            MOVE 0 TO WS-HIGH-LEN
        END-IF
        IF WS-HIGH-LEN = 0
                OR WS-HIGH-TXT(1:WS-HIGH-LEN) IS NOT NUMERIC
            DISPLAY 'FINDPWPI0005E HIGH "' WS-HIGH-TXT '" IS NOT A RUN '
                'LENGTH'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE FUNCTION NUMVAL(WS-LOW-TXT) TO WS-NEW-LOW
        MOVE FUNCTION NUMVAL(WS-HIGH-TXT) TO WS-NEW-HIGH
*>      the same limits FINDPWRU holds a catalog card to - a run of
*>      at least a pair, no longer than the code.
        IF WS-NEW-LOW < 2 OR WS-NEW-HIGH > 6
                OR WS-NEW-LOW > WS-NEW-HIGH
            DISPLAY 'FINDPWPI0006E PROPOSED BOUNDS ' WS-NEW-LOW '/'
                WS-NEW-HIGH ' ARE OUTSIDE 2-6 OR LOW IS ABOVE HIGH'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-MODE-LEN > 0
            IF WS-MODE-LEN = 7 AND WS-MODE-TXT = 'CONFIRM'
                SET RUN-CONFIRMED TO TRUE
                MOVE 'CONFIRMED' TO WS-MODE-NAME
            ELSE
                DISPLAY 'FINDPWPI0007E "' WS-MODE-TXT '" IS NOT '
                    'CONFIRM - LEAVE IT OFF FOR A REVIEW RUN'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
        .
    0011-END.

*> loads and checks the rule catalog and keeps each rule's policy
*> bounds aside - the proposed ones are moved in code by code.
    0013-LOAD-RULE-CATALOG.
        SET RCHK-LOAD-CATALOG TO TRUE
        CALL WS-RULE-PROGRAM USING FDPW-RCHK-AREA
            ON EXCEPTION
                DISPLAY 'FINDPWPI0008E RULE EVALUATOR ' WS-RULE-PROGRAM
                    ' COULD NOT BE LOADED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-CALL
        IF RCHK-FAILED
            DISPLAY FDPW-RCHK-MESSAGE
            DISPLAY 'FINDPWPI0009E RULE CATALOG IS NOT USABLE - NO '
                'SWEEP RUN'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            IF FDPW-RCHK-CHK-DOUBLE(WS-RULE-IDX) = 'R'
                ADD 1 TO NUM-BOUNDED-RULES
            END-IF
            MOVE FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX)
                TO WS-RULE-POLICY-LOW(WS-RULE-IDX)
            MOVE FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX)
                TO WS-RULE-POLICY-HIGH(WS-RULE-IDX)
        END-PERFORM
        IF NUM-BOUNDED-RULES = 0
            DISPLAY 'FINDPWPI0010E NO RULE ON THE CATALOG HAS RUN-'
                'LENGTH BOUNDS - NOTHING FOR NEW BOUNDS TO CHANGE'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0013-END.

*> a review run only reads - the master is opened for input and
*> the issuance ledger is not touched at all.
    0010-OPEN-FILES.
        IF RUN-CONFIRMED
            OPEN I-O FDPW-MST-FILE
        ELSE
            OPEN INPUT FDPW-MST-FILE
        END-IF
        IF WS-MST-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWPI0011E ERROR OPENING FDPWMST - FILE '
                'STATUS ' WS-MST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF RUN-CONFIRMED
            OPEN EXTEND FDPW-ILDG-FILE
            IF WS-ILDG-FILE-STATUS NOT = '00'
                DISPLAY 'FINDPWPI0012E ERROR OPENING FDPWILDG - FILE '
                    'STATUS ' WS-ILDG-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
        OPEN OUTPUT FDPW-RPT-FILE
        IF WS-RPT-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWPI0013E ERROR OPENING FDPWPIRP - FILE '
                'STATUS ' WS-RPT-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN OUTPUT FDPW-CB-FILE
        IF WS-CB-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWPI0014E ERROR OPENING FDPWPICB - FILE '
                'STATUS ' WS-CB-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING WS-STATUS-IDX FROM 1 BY 1
                UNTIL WS-STATUS-IDX > 7
            MOVE 0 TO WS-STA-REJECTED(WS-STATUS-IDX)
            MOVE 0 TO WS-STA-ACCEPTED(WS-STATUS-IDX)
        END-PERFORM
        SET SWEEP-NOT-DONE TO TRUE
        MOVE LOW-VALUES TO FDPW-MST-CODE
        START FDPW-MST-FILE KEY > FDPW-MST-CODE
        IF WS-MST-FILE-STATUS = '23' OR WS-MST-FILE-STATUS = '46'
            SET SWEEP-DONE TO TRUE
        ELSE
            IF WS-MST-FILE-STATUS NOT = '00'
                DISPLAY 'FINDPWPI0015E ERROR POSITIONING FDPWMST - '
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
                PERFORM 0030-JUDGE-ONE-CODE
            WHEN '10'
                SET SWEEP-DONE TO TRUE
            WHEN OTHER
                DISPLAY 'FINDPWPI0016E ERROR READING FDPWMST - FILE '
                    'STATUS ' WS-MST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        .
    0020-END.

*> each code is held to the rule it was found under. Only a rule
*> with run-length bounds can change its verdict when the bounds
*> change; every other rule's codes are counted and passed by.
    0030-JUDGE-ONE-CODE.
        MOVE 0 TO WS-MST-RULE-IDX
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            IF FDPW-RCHK-NAME(WS-RULE-IDX) = FDPW-MST-RULE
                MOVE WS-RULE-IDX TO WS-MST-RULE-IDX
            END-IF
        END-PERFORM
        EVALUATE TRUE
            WHEN WS-MST-RULE-IDX = 0
                ADD 1 TO NUM-RULE-UNKNOWN
            WHEN FDPW-RCHK-CHK-DOUBLE(WS-MST-RULE-IDX) NOT = 'R'
                ADD 1 TO NUM-NOT-BOUNDED
            WHEN OTHER
                MOVE WS-RULE-POLICY-LOW(WS-MST-RULE-IDX)
                    TO FDPW-RCHK-RUNLEN-LOW(WS-MST-RULE-IDX)
                MOVE WS-RULE-POLICY-HIGH(WS-MST-RULE-IDX)
                    TO FDPW-RCHK-RUNLEN-HIGH(WS-MST-RULE-IDX)
                PERFORM 0035-EVALUATE-CODE
                MOVE FDPW-RCHK-VERDICT(WS-MST-RULE-IDX)
                    TO WS-OLD-VERDICT
                MOVE FDPW-RCHK-REASON(WS-MST-RULE-IDX) TO WS-OLD-REASON
                MOVE WS-NEW-LOW TO FDPW-RCHK-RUNLEN-LOW(WS-MST-RULE-IDX)
                MOVE WS-NEW-HIGH
                    TO FDPW-RCHK-RUNLEN-HIGH(WS-MST-RULE-IDX)
                PERFORM 0035-EVALUATE-CODE
                IF FDPW-RCHK-VERDICT(WS-MST-RULE-IDX) = WS-OLD-VERDICT
                    ADD 1 TO NUM-UNCHANGED
                ELSE
                    PERFORM 0040-RECORD-ONE-CHANGE
                END-IF
        END-EVALUATE
        .
    0030-END.

    0035-EVALUATE-CODE.
        MOVE FDPW-MST-CODE TO FDPW-RCHK-CODE
        SET RCHK-EVALUATE-CODE TO TRUE
        CALL WS-RULE-PROGRAM USING FDPW-RCHK-AREA
        .
    0035-END.

*> a code the new bounds reject is taken out of stock if it is
*> still in stock (AVAILABLE or RESERVED), goes on the desk's
*> call-back list if it is already out with a department (ISSUED),
*> and is only listed if it is finished with (REDEEMED, REVOKED,
*> RETIRED). A code the new bounds would accept is listed for
*> information - nothing brings a code back.
    0040-RECORD-ONE-CHANGE.
        EVALUATE TRUE
            WHEN MST-AVAILABLE
                MOVE 1 TO WS-STATUS-IDX
            WHEN FDPW-MST-STATUS = SPACES
                MOVE 1 TO WS-STATUS-IDX
            WHEN MST-RESERVED
                MOVE 2 TO WS-STATUS-IDX
            WHEN MST-ISSUED
                MOVE 3 TO WS-STATUS-IDX
            WHEN MST-REDEEMED
                MOVE 4 TO WS-STATUS-IDX
            WHEN MST-REVOKED
                MOVE 5 TO WS-STATUS-IDX
            WHEN MST-RETIRED
                MOVE 6 TO WS-STATUS-IDX
            WHEN OTHER
                MOVE 7 TO WS-STATUS-IDX
        END-EVALUATE
        MOVE SPACES TO WS-NEW-NOTE
        IF RCHK-REJECTED(WS-MST-RULE-IDX)
            ADD 1 TO NUM-NOW-REJECTED
            MOVE 'NOW REJECTED' TO WS-NEW-CHANGE
            STRING FDPW-RCHK-NAME(WS-MST-RULE-IDX) DELIMITED BY SPACE
                ' ' DELIMITED BY SIZE
                WS-NEW-LOW DELIMITED BY SIZE
                '/' DELIMITED BY SIZE
                WS-NEW-HIGH DELIMITED BY SIZE
                ' REJECTS IT ' DELIMITED BY SIZE
                FDPW-RCHK-REASON(WS-MST-RULE-IDX) DELIMITED BY SIZE
                INTO WS-NEW-NOTE
            END-STRING
            EVALUATE WS-STATUS-IDX
                WHEN 1
                WHEN 2
                    ADD 1 TO NUM-RETIRED
                    IF RUN-CONFIRMED
                        MOVE 'RETIRED' TO WS-NEW-ACTION
                    ELSE
                        MOVE 'WOULD RETIRE' TO WS-NEW-ACTION
                    END-IF
                WHEN 3
                    ADD 1 TO NUM-CALLBACKS
                    MOVE 'CALL BACK' TO WS-NEW-ACTION
                WHEN OTHER
                    ADD 1 TO NUM-NO-ACTION
                    MOVE 'NONE' TO WS-NEW-ACTION
            END-EVALUATE
        ELSE
            ADD 1 TO NUM-NOW-ACCEPTED
            MOVE 'NOW ACCEPTED' TO WS-NEW-CHANGE
            MOVE 'NONE' TO WS-NEW-ACTION
            STRING 'PASSES - WAS ' DELIMITED BY SIZE
                WS-OLD-REASON DELIMITED BY SIZE
                ' AT ' DELIMITED BY SIZE
                WS-RULE-POLICY-LOW(WS-MST-RULE-IDX) DELIMITED BY SIZE
                '/' DELIMITED BY SIZE
                WS-RULE-POLICY-HIGH(WS-MST-RULE-IDX) DELIMITED BY SIZE
                INTO WS-NEW-NOTE
            END-STRING
        END-IF
        MOVE FDPW-MST-ISSUED-TO TO WS-LOOKUP-DEPT
        PERFORM 0080-FIND-CELL
        IF WS-NEW-CHANGE = 'NOW REJECTED'
            ADD 1 TO WS-CEL-REJECTED(WS-CELL-FOUND-IDX)
            ADD 1 TO WS-STA-REJECTED(WS-STATUS-IDX)
        ELSE
            ADD 1 TO WS-CEL-ACCEPTED(WS-CELL-FOUND-IDX)
            ADD 1 TO WS-STA-ACCEPTED(WS-STATUS-IDX)
        END-IF
        PERFORM 0070-ADD-ENTRY
        IF WS-NEW-ACTION = 'RETIRED'
            PERFORM 0050-RETIRE-ONE-CODE
        END-IF
        .
    0040-END.

*> the ledger line goes out before the master is rewritten - a crash
*> in between leaves a RETIRED line for a code still in stock, and
*> the rerun retires it again with a second line, which is noise;
*> the other order could lose the retirement from the history. The
*> line carries the department a RESERVED code was held for, and
*> no department for an AVAILABLE one.
    0050-RETIRE-ONE-CODE.
        MOVE SPACES TO FDPW-ILDG-REC
        MOVE FDPW-MST-CODE TO FDPW-ILDG-CODE
        IF MST-RESERVED
            MOVE FDPW-MST-ISSUED-TO TO FDPW-ILDG-DEPT
        END-IF
        MOVE 'RETIRED' TO FDPW-ILDG-STATUS
        MOVE WS-RUN-DATE TO FDPW-ILDG-DATE
        MOVE FUNCTION CURRENT-DATE(1:14) TO FDPW-ILDG-STAMP
        WRITE FDPW-ILDG-REC
        IF WS-ILDG-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWPI0017E ERROR WRITING FDPWILDG FOR CODE '
                FDPW-MST-CODE ' - FILE STATUS ' WS-ILDG-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
*>      out of stock for good - the hand-off fields go back to zeros
*>      and spaces, as no department holds it.
        SET MST-RETIRED TO TRUE
        MOVE 0 TO FDPW-MST-ISSUE-DATE
        MOVE SPACES TO FDPW-MST-ISSUED-TO
        REWRITE FDPW-MST-REC
        IF WS-MST-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWPI0018E ERROR REWRITING FDPWMST RECORD '
                FDPW-MST-CODE ' - FILE STATUS ' WS-MST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0050-END.

*> called with the master record still in hand, before any change
*> to it, so the entry shows the code as it stood.
    0070-ADD-ENTRY.
        IF NUM-ENTRIES = 3000
            ADD 1 TO NUM-NOT-LISTED
        ELSE
            ADD 1 TO NUM-ENTRIES
            MOVE FDPW-MST-CODE TO WS-ENT-CODE(NUM-ENTRIES)
            MOVE WS-STATUS-IDX TO WS-ENT-STATUS-IDX(NUM-ENTRIES)
            MOVE FDPW-MST-STATUS TO WS-ENT-STATUS(NUM-ENTRIES)
            IF FDPW-MST-STATUS = SPACES
                MOVE 'AVAILABLE' TO WS-ENT-STATUS(NUM-ENTRIES)
            END-IF
            MOVE FDPW-MST-ISSUED-TO TO WS-ENT-DEPT(NUM-ENTRIES)
            MOVE FDPW-MST-RULE TO WS-ENT-RULE(NUM-ENTRIES)
            MOVE WS-NEW-CHANGE TO WS-ENT-CHANGE(NUM-ENTRIES)
            MOVE WS-NEW-ACTION TO WS-ENT-ACTION(NUM-ENTRIES)
            IF FDPW-MST-ISSUE-DATE IS NUMERIC
                MOVE FDPW-MST-ISSUE-DATE
                    TO WS-ENT-ISSUE-DATE(NUM-ENTRIES)
            ELSE
                MOVE 0 TO WS-ENT-ISSUE-DATE(NUM-ENTRIES)
            END-IF
            MOVE WS-NEW-NOTE TO WS-ENT-NOTE(NUM-ENTRIES)
        END-IF
        .
    0070-END.

    0080-FIND-CELL.
        MOVE 0 TO WS-CELL-FOUND-IDX
        PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                UNTIL WS-CELL-IDX > NUM-CELLS
            IF WS-CEL-STATUS-IDX(WS-CELL-IDX) = WS-STATUS-IDX
                    AND WS-CEL-DEPT(WS-CELL-IDX) = WS-LOOKUP-DEPT
                MOVE WS-CELL-IDX TO WS-CELL-FOUND-IDX
                MOVE NUM-CELLS TO WS-CELL-IDX
            END-IF
        END-PERFORM
        IF WS-CELL-FOUND-IDX = 0
            IF NUM-CELLS = 700
                DISPLAY 'FINDPWPI0019E MORE THAN THE 700 STATUS AND '
                    'DEPARTMENT PAIRS THIS PROGRAM CAN HOLD'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO NUM-CELLS
            MOVE NUM-CELLS TO WS-CELL-FOUND-IDX
            MOVE WS-STATUS-IDX TO WS-CEL-STATUS-IDX(NUM-CELLS)
            MOVE WS-LOOKUP-DEPT TO WS-CEL-DEPT(NUM-CELLS)
            MOVE 0 TO WS-CEL-REJECTED(NUM-CELLS)
            MOVE 0 TO WS-CEL-ACCEPTED(NUM-CELLS)
        END-IF
        .
    0080-END.

*> the bounds under review, then one section per lifecycle status
*> with a verdict change - department by department inside it, in
*> department order - then the totals.
    0100-PRINT-REPORT.
        MOVE 'FINDPW POLICY-CHANGE IMPACT SWEEP' TO WS-HDG-TITLE
        PERFORM 0210-PRINT-PAGE-HEADING
        SET SORT-SWAPPED TO TRUE
        PERFORM 0105-SORT-ONE-PASS UNTIL SORT-NOT-SWAPPED
        MOVE 'RULES WITH RUN-LENGTH BOUNDS' TO FDPW-RPT-LINE
        PERFORM 0200-PRINT-SECTION-HEADING
        MOVE '    RULE                  CURRENT   PROPOSED'
            TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        PERFORM 0110-PRINT-ONE-RULE
            VARYING WS-RULE-IDX FROM 1 BY 1
            UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
        IF NUM-NOW-REJECTED = 0 AND NUM-NOW-ACCEPTED = 0
            MOVE 'NO CODE ON THE MASTER CHANGES VERDICT UNDER THE '
                & 'PROPOSED BOUNDS' TO FDPW-RPT-LINE
            PERFORM 0200-PRINT-SECTION-HEADING
        END-IF
        PERFORM 0120-PRINT-ONE-STATUS
            VARYING WS-PRINT-STATUS-IDX FROM 1 BY 1
            UNTIL WS-PRINT-STATUS-IDX > 7
        PERFORM 0140-PRINT-GRAND-TOTALS
        .
    0100-END.

    0105-SORT-ONE-PASS.
        SET SORT-NOT-SWAPPED TO TRUE
        PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                UNTIL WS-SORT-IDX >= NUM-CELLS
            IF WS-CEL-KEY(WS-SORT-IDX) > WS-CEL-KEY(WS-SORT-IDX + 1)
                MOVE WS-CELL-ENTRY(WS-SORT-IDX) TO WS-SWAP-CELL-ENTRY
                MOVE WS-CELL-ENTRY(WS-SORT-IDX + 1)
                    TO WS-CELL-ENTRY(WS-SORT-IDX)
                MOVE WS-SWAP-CELL-ENTRY
                    TO WS-CELL-ENTRY(WS-SORT-IDX + 1)
                SET SORT-SWAPPED TO TRUE
            END-IF
        END-PERFORM
        .
    0105-END.

    0110-PRINT-ONE-RULE.
        IF FDPW-RCHK-CHK-DOUBLE(WS-RULE-IDX) = 'R'
            MOVE FDPW-RCHK-NAME(WS-RULE-IDX) TO WS-RUL-NAME
            MOVE WS-RULE-POLICY-LOW(WS-RULE-IDX) TO WS-RUL-CUR-LOW
            MOVE WS-RULE-POLICY-HIGH(WS-RULE-IDX) TO WS-RUL-CUR-HIGH
            MOVE WS-NEW-LOW TO WS-RUL-NEW-LOW
            MOVE WS-NEW-HIGH TO WS-RUL-NEW-HIGH
            MOVE WS-RULE-LINE TO FDPW-RPT-LINE
            PERFORM 0220-PRINT-ONE-LINE
        END-IF
        .
    0110-END.

    0120-PRINT-ONE-STATUS.
        IF WS-STA-REJECTED(WS-PRINT-STATUS-IDX) > 0
                OR WS-STA-ACCEPTED(WS-PRINT-STATUS-IDX) > 0
            MOVE WS-STATUS-NAME(WS-PRINT-STATUS-IDX) TO WS-SHL-STATUS
            MOVE WS-STATUS-HEADING-LINE TO FDPW-RPT-LINE
            PERFORM 0200-PRINT-SECTION-HEADING
            PERFORM 0125-PRINT-ONE-CELL
                VARYING WS-CELL-IDX FROM 1 BY 1
                UNTIL WS-CELL-IDX > NUM-CELLS
            MOVE 'STATUS TOTAL' TO WS-CTT-LABEL
            MOVE WS-STA-REJECTED(WS-PRINT-STATUS-IDX)
                TO WS-CTT-REJECTED
            MOVE WS-STA-ACCEPTED(WS-PRINT-STATUS-IDX)
                TO WS-CTT-ACCEPTED
            MOVE WS-CHANGE-TOTAL-LINE TO FDPW-RPT-LINE
            PERFORM 0220-PRINT-ONE-LINE
        END-IF
        .
    0120-END.

*> an AVAILABLE code belongs to no department yet - its cell is the
*> one with a blank department, printed as (NONE).
    0125-PRINT-ONE-CELL.
        IF WS-CEL-STATUS-IDX(WS-CELL-IDX) = WS-PRINT-STATUS-IDX
            MOVE WS-CEL-DEPT(WS-CELL-IDX) TO WS-DHL-DEPT
            IF WS-CEL-DEPT(WS-CELL-IDX) = SPACES
                MOVE '(NONE)' TO WS-DHL-DEPT
            END-IF
            MOVE SPACES TO FDPW-RPT-LINE
            PERFORM 0220-PRINT-ONE-LINE
            MOVE WS-DEPT-HEADING-LINE TO FDPW-RPT-LINE
            PERFORM 0220-PRINT-ONE-LINE
            MOVE WS-COLUMN-LINE TO FDPW-RPT-LINE
            PERFORM 0220-PRINT-ONE-LINE
            PERFORM 0130-PRINT-CELL-ENTRY
                VARYING WS-ENTRY-IDX FROM 1 BY 1
                UNTIL WS-ENTRY-IDX > NUM-ENTRIES
            MOVE 'DEPARTMENT' TO WS-CTT-LABEL
            MOVE WS-CEL-REJECTED(WS-CELL-IDX) TO WS-CTT-REJECTED
            MOVE WS-CEL-ACCEPTED(WS-CELL-IDX) TO WS-CTT-ACCEPTED
            MOVE WS-CHANGE-TOTAL-LINE TO FDPW-RPT-LINE
            PERFORM 0220-PRINT-ONE-LINE
        END-IF
        .
    0125-END.

    0130-PRINT-CELL-ENTRY.
        IF WS-ENT-STATUS-IDX(WS-ENTRY-IDX) = WS-PRINT-STATUS-IDX
                AND WS-ENT-DEPT(WS-ENTRY-IDX) = WS-CEL-DEPT(WS-CELL-IDX)
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE WS-ENT-CODE(WS-ENTRY-IDX) TO WS-DTL-CODE
            MOVE WS-ENT-RULE(WS-ENTRY-IDX) TO WS-DTL-RULE
            MOVE WS-ENT-STATUS(WS-ENTRY-IDX) TO WS-DTL-STATUS
            MOVE WS-ENT-CHANGE(WS-ENTRY-IDX) TO WS-DTL-CHANGE
            MOVE WS-ENT-ACTION(WS-ENTRY-IDX) TO WS-DTL-ACTION
            IF WS-ENT-ISSUE-DATE(WS-ENTRY-IDX) > 0
                MOVE WS-ENT-ISSUE-DATE(WS-ENTRY-IDX) TO WS-DTL-ISSUED
            END-IF
            MOVE WS-ENT-NOTE(WS-ENTRY-IDX) TO WS-DTL-NOTE
            MOVE WS-DETAIL-LINE TO FDPW-RPT-LINE
            PERFORM 0220-PRINT-ONE-LINE
        END-IF
        .
    0130-END.

    0140-PRINT-GRAND-TOTALS.
        MOVE 'SWEEP TOTALS' TO FDPW-RPT-LINE
        PERFORM 0200-PRINT-SECTION-HEADING
        MOVE SPACES TO WS-TOTAL-LINE
        MOVE 'CODES ON THE MASTER' TO WS-TOT-LABEL
        MOVE NUM-RECORDS-READ TO WS-TOT-COUNT
        MOVE WS-TOTAL-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        MOVE SPACES TO WS-TOTAL-LINE
        MOVE 'RULE HAS NO RUN-LENGTH BOUNDS' TO WS-TOT-LABEL
        MOVE NUM-NOT-BOUNDED TO WS-TOT-COUNT
        MOVE WS-TOTAL-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        MOVE SPACES TO WS-TOTAL-LINE
        MOVE 'RULE NOT ON THE CATALOG - NOT JUDGED' TO WS-TOT-LABEL
        MOVE NUM-RULE-UNKNOWN TO WS-TOT-COUNT
        MOVE WS-TOTAL-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        MOVE SPACES TO WS-TOTAL-LINE
        MOVE 'VERDICT UNCHANGED' TO WS-TOT-LABEL
        MOVE NUM-UNCHANGED TO WS-TOT-COUNT
        MOVE WS-TOTAL-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        MOVE SPACES TO WS-TOTAL-LINE
        MOVE 'NOW REJECTED' TO WS-TOT-LABEL
        MOVE NUM-NOW-REJECTED TO WS-TOT-COUNT
        MOVE WS-TOTAL-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        MOVE SPACES TO WS-TOTAL-LINE
        IF RUN-CONFIRMED
            MOVE '  RETIRED FROM AVAILABLE OR RESERVED' TO WS-TOT-LABEL
        ELSE
            MOVE '  WOULD BE RETIRED - NOT CONFIRMED' TO WS-TOT-LABEL
        END-IF
        MOVE NUM-RETIRED TO WS-TOT-COUNT
        MOVE WS-TOTAL-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        MOVE SPACES TO WS-TOTAL-LINE
        MOVE '  ISSUED - ON THE CALL-BACK LIST' TO WS-TOT-LABEL
        MOVE NUM-CALLBACKS TO WS-TOT-COUNT
        MOVE WS-TOTAL-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        MOVE SPACES TO WS-TOTAL-LINE
        MOVE '  FINISHED WITH - LISTED ONLY' TO WS-TOT-LABEL
        MOVE NUM-NO-ACTION TO WS-TOT-COUNT
        MOVE WS-TOTAL-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        MOVE SPACES TO WS-TOTAL-LINE
        MOVE 'NOW ACCEPTED - LISTED ONLY' TO WS-TOT-LABEL
        MOVE NUM-NOW-ACCEPTED TO WS-TOT-COUNT
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
        MOVE WS-NEW-LOW TO WS-HDG-LOW
        MOVE WS-NEW-HIGH TO WS-HDG-HIGH
        MOVE WS-MODE-NAME TO WS-HDG-MODE
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
            DISPLAY 'FINDPWPI0020E ERROR WRITING FDPWPIRP - FILE '
                'STATUS ' WS-RPT-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0240-END.

*> one section per department holding ISSUED codes the new bounds
*> reject, in department order - the desk cuts the pages apart and
*> sends each department its own. A review run prints the same
*> list under a REVIEW ONLY heading, so the desk can see the work
*> coming before the change is confirmed.
    0300-PRINT-CALLBACK-LIST.
        MOVE 'FINDPW POLICY-CHANGE CALL-BACK LIST' TO WS-HDG-TITLE
        PERFORM 0310-PRINT-CB-PAGE-HEADING
        IF NUM-CALLBACKS = 0
            MOVE 'NO ISSUED CODE FAILS THE PROPOSED BOUNDS - NOTHING '
                & 'TO CALL BACK' TO FDPW-CB-LINE
            PERFORM 0305-PRINT-CB-SECTION-HEADING
        END-IF
        MOVE 3 TO WS-PRINT-STATUS-IDX
        PERFORM 0320-PRINT-CB-DEPARTMENT
            VARYING WS-CELL-IDX FROM 1 BY 1
            UNTIL WS-CELL-IDX > NUM-CELLS
        IF NUM-NOT-LISTED > 0
            MOVE SPACES TO WS-TOTAL-LINE
            MOVE 'CHANGES NOT LISTED - TABLE FULL' TO WS-TOT-LABEL
            MOVE NUM-NOT-LISTED TO WS-TOT-COUNT
            MOVE WS-TOTAL-LINE TO FDPW-CB-LINE
            PERFORM 0305-PRINT-CB-SECTION-HEADING
        END-IF
        .
    0300-END.

    0305-PRINT-CB-SECTION-HEADING.
        IF WS-CB-LINE-COUNT > 48
            MOVE FDPW-CB-LINE TO WS-CB-SAVED-LINE
            PERFORM 0310-PRINT-CB-PAGE-HEADING
            MOVE WS-CB-SAVED-LINE TO FDPW-CB-LINE
        END-IF
        MOVE '0' TO FDPW-CB-CC
        PERFORM 0340-WRITE-CB-RECORD
        ADD 2 TO WS-CB-LINE-COUNT
        .
    0305-END.

    0310-PRINT-CB-PAGE-HEADING.
        ADD 1 TO WS-CB-PAGE-COUNT
        MOVE WS-RUN-DATE TO WS-HDG-DATE
        MOVE WS-NEW-LOW TO WS-HDG-LOW
        MOVE WS-NEW-HIGH TO WS-HDG-HIGH
        MOVE WS-MODE-NAME TO WS-HDG-MODE
        MOVE WS-CB-PAGE-COUNT TO WS-HDG-PAGE
        MOVE SPACES TO FDPW-CB-REC
        MOVE '1' TO FDPW-CB-CC
        MOVE WS-HEADING-LINE TO FDPW-CB-LINE
        PERFORM 0340-WRITE-CB-RECORD
        MOVE 2 TO WS-CB-LINE-COUNT
        .
    0310-END.

    0320-PRINT-CB-DEPARTMENT.
        IF WS-CEL-STATUS-IDX(WS-CELL-IDX) = WS-PRINT-STATUS-IDX
                AND WS-CEL-REJECTED(WS-CELL-IDX) > 0
            MOVE WS-CEL-DEPT(WS-CELL-IDX) TO WS-DHL-DEPT
            MOVE WS-DEPT-HEADING-LINE TO FDPW-CB-LINE
            PERFORM 0305-PRINT-CB-SECTION-HEADING
            MOVE WS-CB-COLUMN-LINE TO FDPW-CB-LINE
            PERFORM 0330-PRINT-CB-ONE-LINE
            PERFORM 0325-PRINT-CB-ENTRY
                VARYING WS-ENTRY-IDX FROM 1 BY 1
                UNTIL WS-ENTRY-IDX > NUM-ENTRIES
            MOVE SPACES TO WS-TOTAL-LINE
            MOVE 'CODES TO CALL BACK' TO WS-TOT-LABEL
            MOVE WS-CEL-REJECTED(WS-CELL-IDX) TO WS-TOT-COUNT
            MOVE WS-TOTAL-LINE TO FDPW-CB-LINE
            PERFORM 0330-PRINT-CB-ONE-LINE
        END-IF
        .
    0320-END.

    0325-PRINT-CB-ENTRY.
        IF WS-ENT-STATUS-IDX(WS-ENTRY-IDX) = WS-PRINT-STATUS-IDX
                AND WS-ENT-DEPT(WS-ENTRY-IDX) = WS-CEL-DEPT(WS-CELL-IDX)
                AND WS-ENT-ACTION(WS-ENTRY-IDX) = 'CALL BACK'
            MOVE SPACES TO WS-CB-DETAIL-LINE
            MOVE WS-ENT-CODE(WS-ENTRY-IDX) TO WS-CBD-CODE
            MOVE WS-ENT-RULE(WS-ENTRY-IDX) TO WS-CBD-RULE
            IF WS-ENT-ISSUE-DATE(WS-ENTRY-IDX) > 0
                MOVE WS-ENT-ISSUE-DATE(WS-ENTRY-IDX) TO WS-CBD-ISSUED
            END-IF
            MOVE WS-ENT-NOTE(WS-ENTRY-IDX) TO WS-CBD-NOTE
            MOVE WS-CB-DETAIL-LINE TO FDPW-CB-LINE
            PERFORM 0330-PRINT-CB-ONE-LINE
        END-IF
        .
    0325-END.

    0330-PRINT-CB-ONE-LINE.
        IF WS-CB-LINE-COUNT > WS-LINES-PER-PAGE
            MOVE FDPW-CB-LINE TO WS-CB-SAVED-LINE
            PERFORM 0310-PRINT-CB-PAGE-HEADING
            MOVE WS-CB-SAVED-LINE TO FDPW-CB-LINE
        END-IF
        MOVE SPACE TO FDPW-CB-CC
        PERFORM 0340-WRITE-CB-RECORD
        ADD 1 TO WS-CB-LINE-COUNT
        .
    0330-END.

    0340-WRITE-CB-RECORD.
        WRITE FDPW-CB-REC
        IF WS-CB-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWPI0021E ERROR WRITING FDPWPICB - FILE '
                'STATUS ' WS-CB-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0340-END.

END PROGRAM FINDPWPI.
