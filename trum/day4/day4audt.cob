IDENTIFICATION DIVISION.
PROGRAM-ID. FINDPWIA.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
*>      walked once in key order - read only, the audit changes
*>      nothing it finds.
        SELECT FDPW-MST-FILE ASSIGN TO "FDPWMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS FDPW-MST-CODE
            FILE STATUS IS WS-MST-FILE-STATUS.
*>      the issuance ledger and the archive arrive sorted on the
*>      code (the JCL's SORT steps), so each is matched against the
*>      master in one forward pass the way FINDPWDM matches the deny
*>      transactions.
        SELECT FDPW-ILDG-FILE ASSIGN TO "FDPWILDG"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ILDG-FILE-STATUS.
        SELECT FDPW-ARCH-FILE ASSIGN TO "FDPWARCH"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ARCH-FILE-STATUS.
        SELECT FDPW-DENY-FILE ASSIGN TO "FDPWDENY"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS FDPW-DENY-CODE
            FILE STATUS IS WS-DENY-FILE-STATUS.
        SELECT FDPW-COVR-FILE ASSIGN TO "FDPWCOVR"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-COVR-FILE-STATUS.
        SELECT FDPW-RPT-FILE ASSIGN TO "FDPWIARP"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RPT-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  FDPW-MST-FILE.
        COPY FDPWMST.
    FD  FDPW-ILDG-FILE.
        COPY FDPWILDG.
    FD  FDPW-ARCH-FILE.
        COPY FDPWARCH.
    FD  FDPW-DENY-FILE.
        COPY FDPWDENY.
    FD  FDPW-COVR-FILE.
        COPY FDPWCOVR.
    FD  FDPW-RPT-FILE.
    01  FDPW-RPT-REC.
        05 FDPW-RPT-CC                PIC X(1).
        05 FDPW-RPT-LINE              PIC X(132).

    WORKING-STORAGE SECTION.

    01  WS-RUN-DATE                     PIC 9(8).

*> return-code scheme for the scheduler's COND processing:
*>    0 = clean run - every master record agrees with the ledger,
*>        the deny list, the archive and the coverage ledger
*>    4 = findings that need a look but put no bad code in front of
*>        a partner - missing or mismatched ledger entries, archive
*>        leftovers, coverage gaps, rule disagreements
*>   16 = a deny-listed code that is not REVOKED, or a code the
*>        archive holds as REVOKED that the master has back in
*>        another status - either can go out on tonight's partner
*>        extract, so the night controller holds it. Also a bad
*>        PARM, a file that will not open or read, an input out of
*>        code order, or more coverage ranges than the table holds.
    01  WS-SEVERE-SWITCH                PIC 9 VALUE 0.
        88 SEVERE-FOUND                 VALUE 1.
        88 SEVERE-NOT-FOUND             VALUE 0.

    01 WS-RUNLEN-PARSE.
        05 FDPW-RUNLEN-LOW-TXT          PIC X(2) VALUE SPACES.
        05 FDPW-RUNLEN-HIGH-TXT         PIC X(2) VALUE SPACES.

*> bounds a bounded rule (DOUBLE R on the catalog) is judged under
*> when no coverage range records the bounds a code was actually
*> scanned with - the PARM low,high, the same override FINDPWAJ
*> takes. Zero keeps the catalog card's bound.
    01 WS-POLICY-BOUNDS.
        05 WS-POLICY-LOW                PIC 9(2) VALUE 0.
        05 WS-POLICY-HIGH               PIC 9(2) VALUE 0.

*> symbol set the scanners walk through - coverage ranges are
*> compared as positions in this base-36 keyspace, the way FINDPWCA
*> compares them.
    01  WS-ALPHABET                     PIC X(36) VALUE
        '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

    01 WS-CONVERT.
        05 WS-CONV-CODE                 PIC X(6).
        05 WS-CONV-ORDINAL              PIC 9(10).
        05 WS-CONV-POS                  PIC 9.
        05 WS-CONV-IDX                  PIC 99.

*> every range the scanners have ledgered, any rule.
    01 WS-RANGE-CONTROL.
        05 NUM-RANGES                   PIC 9(3) VALUE 0.
        05 WS-RANGE-IDX                 PIC 9(3).
        05 WS-RANGE-FOUND-IDX           PIC 9(3).

    01 WS-RANGE-TABLE.
        05 WS-RANGE-ENTRY OCCURS 500 TIMES.
            10 WS-RNG-START-ORD         PIC 9(10).
            10 WS-RNG-END-ORD           PIC 9(10).
            10 WS-RNG-RULE              PIC X(20).
            10 WS-RNG-LOW               PIC 9(2).
            10 WS-RNG-HIGH              PIC 9(2).
            10 WS-RNG-DAYS              PIC 9(7).
            10 WS-RNG-FROM-DAYS         PIC 9(7).

*> the master record under audit and what the matched ledger and
*> archive records said about it.
    01 WS-AUDIT-CODE.
        05 WS-CAND-CODE                 PIC X(6).
        05 WS-CAND-ORDINAL              PIC 9(10).
        05 WS-FIRST-SEEN-DAYS           PIC 9(7).
        05 WS-MST-STATUS                PIC X(10).
        05 WS-STATUS-ENTRY-SWITCH       PIC 9.
            88 STATUS-ENTRY-FOUND       VALUE 1.
            88 STATUS-ENTRY-NOT-FOUND   VALUE 0.
        05 WS-STATUS-ENTRY-DEPT         PIC X(8).
        05 WS-ARCHIVED-SWITCH           PIC 9.
            88 CODE-ARCHIVED            VALUE 1.
            88 CODE-NOT-ARCHIVED        VALUE 0.
        05 WS-ARCHIVED-STATUS           PIC X(10).
        05 WS-ARCHIVED-DATE             PIC 9(8).

*> balanced-line keys - HIGH-VALUES once a file is exhausted.
    01 WS-MATCH-KEYS.
        05 WS-MST-KEY                   PIC X(6).
        05 WS-ILDG-KEY                  PIC X(6).
        05 WS-PREV-ILDG-KEY             PIC X(6) VALUE LOW-VALUES.
        05 WS-ARCH-KEY                  PIC X(6).
        05 WS-PREV-ARCH-KEY             PIC X(6) VALUE LOW-VALUES.

*> the rules on the FDPWRULE catalog, judged by FINDPWRU - the
*> evaluator the scanners call, so a rule here says exactly what
*> it said when the code was found. The policy bounds of each
*> rule are kept aside, because a covering range's bounds replace
*> them in the evaluator's table code by code.
    01  WS-RULE-PROGRAM                 PIC X(8) VALUE 'FINDPWRU'.
        COPY FDPWRCHK.

    01 WS-RULE-CONTROL.
        05 WS-RULE-IDX                  PIC 9(2).
        05 WS-MST-RULE-IDX              PIC 9(2).
        05 WS-RULE-POLICY OCCURS 6 TIMES.
            10 WS-RULE-POLICY-LOW       PIC 9(2).
            10 WS-RULE-POLICY-HIGH      PIC 9(2).

*> the six kinds of finding, in the order the report groups them.
    01 WS-FINDING-TITLES.
        05 FILLER                       PIC X(40) VALUE
            'ISSUED OR RESERVED - NO LEDGER ENTRY   '.
        05 FILLER                       PIC X(40) VALUE
            'LEDGER DEPARTMENT DIFFERS FROM MASTER  '.
        05 FILLER                       PIC X(40) VALUE
            'ON THE DENY LIST BUT NOT REVOKED       '.
        05 FILLER                       PIC X(40) VALUE
            'ON BOTH THE MASTER AND THE ARCHIVE     '.
        05 FILLER                       PIC X(40) VALUE
            'FIRST-SEEN DATE HAS NO COVERAGE RANGE  '.
        05 FILLER                       PIC X(40) VALUE
            'RULE ON THE MASTER REJECTS THE CODE    '.
    01 WS-FINDING-TITLE-TABLE REDEFINES WS-FINDING-TITLES.
        05 WS-FINDING-TITLE OCCURS 6 TIMES PIC X(40).

    01 WS-TYPE-CONTROL.
        05 WS-TYPE-IDX                  PIC 9.
        05 WS-TYPE-COUNT OCCURS 6 TIMES PIC 9(7).

*> every finding, kept for the grouped report. Past the table's
*> size a finding is still counted (and still sets the return
*> code), it is just not listed.
    01 WS-FINDING-CONTROL.
        05 NUM-FINDINGS                 PIC 9(7) VALUE 0.
        05 NUM-FINDINGS-LISTED          PIC 9(3) VALUE 0.
        05 WS-FINDING-IDX               PIC 9(3).
        05 WS-NEW-TYPE                  PIC 9.
        05 WS-NEW-NOTE                  PIC X(40).

    01 WS-FINDING-TABLE.
        05 WS-FINDING-ENTRY OCCURS 500 TIMES.
            10 WS-FND-TYPE              PIC 9.
            10 WS-FND-CODE              PIC X(6).
            10 WS-FND-STATUS            PIC X(10).
            10 WS-FND-DEPT              PIC X(8).
            10 WS-FND-FIRST-SEEN        PIC 9(8).
            10 WS-FND-RULE              PIC X(20).
            10 WS-FND-NOTE              PIC X(40).

    01 WS-AUDIT-COUNTS.
        05 NUM-MASTER-READ              PIC 9(9) VALUE 0.
        05 NUM-LEDGER-READ              PIC 9(9) VALUE 0.
        05 NUM-ARCHIVE-READ             PIC 9(9) VALUE 0.
        05 NUM-SEVERE                   PIC 9(7) VALUE 0.

    01 WS-PAGE-CONTROL.
        05 WS-LINE-COUNT                PIC 9(2) VALUE 99.
        05 WS-PAGE-COUNT                PIC 9(3) VALUE 0.
        05 WS-LINES-PER-PAGE            PIC 9(2) VALUE 55.
        05 WS-SAVED-LINE                PIC X(132).

    01 WS-HEADING-LINE.
        05 FILLER                       PIC X(36) VALUE
            'FINDPW MASTER INTEGRITY AUDIT       '.
        05 FILLER                       PIC X(9) VALUE 'RUN DATE '.
        05 WS-HDG-DATE                  PIC 9(8).
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 FILLER                       PIC X(5) VALUE 'PAGE '.
        05 WS-HDG-PAGE                  PIC ZZ9.
        05 FILLER                       PIC X(67) VALUE SPACES.

    01 WS-COLUMN-LINE.
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 FILLER                       PIC X(8) VALUE 'CODE'.
        05 FILLER                       PIC X(12) VALUE 'STATUS'.
        05 FILLER                       PIC X(10) VALUE 'DEPT'.
        05 FILLER                       PIC X(10) VALUE 'FIRST SEEN'.
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 FILLER                       PIC X(22) VALUE 'RULE'.
        05 FILLER                       PIC X(64) VALUE 'FINDING'.

    01 WS-TYPE-LINE.
        05 WS-TPL-TITLE                 PIC X(40).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-TPL-COUNT                 PIC Z,ZZZ,ZZ9.
        05 FILLER                       PIC X(81) VALUE SPACES.

    01 WS-DETAIL-LINE.
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 WS-DTL-CODE                  PIC X(6).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-DTL-STATUS                PIC X(10).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-DTL-DEPT                  PIC X(8).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-DTL-FIRST-SEEN            PIC 9(8).
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 WS-DTL-RULE                  PIC X(20).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-DTL-NOTE                  PIC X(40).
        05 FILLER                       PIC X(24) VALUE SPACES.

    01 WS-TEXT-LINE.
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 WS-TXL-TEXT                  PIC X(80).
        05 FILLER                       PIC X(48) VALUE SPACES.

    01  WS-READ-SWITCH                  PIC 9 VALUE 0.
        88 INPUT-DONE                   VALUE 1.
        88 INPUT-NOT-DONE               VALUE 0.

    01  WS-MST-FILE-STATUS              PIC XX VALUE '00'.
    01  WS-ILDG-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-ARCH-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-DENY-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-COVR-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-RPT-FILE-STATUS              PIC XX VALUE '00'.

    LINKAGE SECTION.
        COPY FDPWPARM.

PROCEDURE DIVISION USING FDPW-PARM-AREA.
    0000-MAIN.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
        INITIALIZE WS-TYPE-CONTROL
        PERFORM 0011-GET-PARM-BOUNDS
        PERFORM 0013-LOAD-RULE-CATALOG
        PERFORM 0020-LOAD-COVERAGE-LEDGER
        PERFORM 0010-OPEN-AUDIT-FILES
        PERFORM 0030-READ-NEXT-MASTER
        PERFORM 0032-READ-NEXT-LEDGER
        PERFORM 0034-READ-NEXT-ARCHIVE
        PERFORM 0040-AUDIT-ONE-MASTER
            UNTIL WS-MST-KEY = HIGH-VALUES
        CLOSE FDPW-MST-FILE
        CLOSE FDPW-ILDG-FILE
        CLOSE FDPW-ARCH-FILE
        CLOSE FDPW-DENY-FILE
        PERFORM 0300-PRINT-FINDINGS
        CLOSE FDPW-RPT-FILE
        DISPLAY 'FINDPWIA MASTER RECORDS:     ' NUM-MASTER-READ
        DISPLAY 'FINDPWIA LEDGER RECORDS:     ' NUM-LEDGER-READ
        DISPLAY 'FINDPWIA ARCHIVE RECORDS:    ' NUM-ARCHIVE-READ
        DISPLAY 'FINDPWIA COVERAGE RANGES:    ' NUM-RANGES
        DISPLAY 'FINDPWIA FINDINGS:           ' NUM-FINDINGS
        DISPLAY 'FINDPWIA ISSUABLE-BAD CODES: ' NUM-SEVERE
        IF SEVERE-FOUND
            DISPLAY 'FINDPWIA0001E A DENY-LISTED, REVOKED, REDEEMED '
                'OR RETIRED CODE IS HELD AS ISSUABLE ON THE MASTER - '
                'HOLD THE PARTNER EXTRACT'
            MOVE 16 TO RETURN-CODE
        ELSE
            IF NUM-FINDINGS > 0
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
        STOP RUN
        .
    0000-END.

*>  the PARM is optional run-length bounds, low,high - the policy a
*>  bounded rule is judged under when no coverage range says what
*>  bounds a code was scanned with. Left off, the catalog's bounds.
    0011-GET-PARM-BOUNDS.
        IF FDPW-PARM-LEN > 0
            UNSTRING FDPW-PARM-TEXT(1:FDPW-PARM-LEN) DELIMITED BY ','
                INTO FDPW-RUNLEN-LOW-TXT FDPW-RUNLEN-HIGH-TXT
            END-UNSTRING
            IF FDPW-RUNLEN-LOW-TXT NOT = SPACES
                MOVE FUNCTION NUMVAL(FDPW-RUNLEN-LOW-TXT)
                    TO WS-POLICY-LOW
            END-IF
            IF FDPW-RUNLEN-HIGH-TXT NOT = SPACES
                MOVE FUNCTION NUMVAL(FDPW-RUNLEN-HIGH-TXT)
                    TO WS-POLICY-HIGH
            END-IF
        END-IF
        .
    0011-END.

*> loads and checks the rule catalog, applies the PARM bounds to the
*> bounded rules and keeps each rule's policy bounds aside.
    0013-LOAD-RULE-CATALOG.
        SET RCHK-LOAD-CATALOG TO TRUE
        CALL WS-RULE-PROGRAM USING FDPW-RCHK-AREA
            ON EXCEPTION
                DISPLAY 'FINDPWIA0019E RULE EVALUATOR ' WS-RULE-PROGRAM
                    ' COULD NOT BE LOADED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-CALL
        IF RCHK-FAILED
            DISPLAY FDPW-RCHK-MESSAGE
            DISPLAY 'FINDPWIA0018E RULE CATALOG IS NOT USABLE - NO '
                'AUDIT RUN'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            IF FDPW-RCHK-CHK-DOUBLE(WS-RULE-IDX) = 'R'
                IF WS-POLICY-LOW > 0
                    MOVE WS-POLICY-LOW
                        TO FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX)
                END-IF
                IF WS-POLICY-HIGH > 0
                    MOVE WS-POLICY-HIGH
                        TO FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX)
                END-IF
                IF FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX) >
                        FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX)
                    DISPLAY 'FINDPWIA0002E RUN-LENGTH LOW '
                        FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX)
                        ' IS GREATER THAN RUN-LENGTH HIGH '
                        FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX)
                        ' FOR RULE ' FDPW-RCHK-NAME(WS-RULE-IDX)
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
            MOVE FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX)
                TO WS-RULE-POLICY-LOW(WS-RULE-IDX)
            MOVE FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX)
                TO WS-RULE-POLICY-HIGH(WS-RULE-IDX)
        END-PERFORM
        .
    0013-END.

    0020-LOAD-COVERAGE-LEDGER.
        OPEN INPUT FDPW-COVR-FILE
        IF WS-COVR-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWIA0003E ERROR OPENING FDPWCOVR - FILE '
                'STATUS ' WS-COVR-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET INPUT-NOT-DONE TO TRUE
        PERFORM 0022-LOAD-ONE-RANGE UNTIL INPUT-DONE
        CLOSE FDPW-COVR-FILE
        .
    0020-END.

    0022-LOAD-ONE-RANGE.
        READ FDPW-COVR-FILE
            AT END
                SET INPUT-DONE TO TRUE
            NOT AT END
                IF NUM-RANGES = 500
                    DISPLAY 'FINDPWIA0004E COVERAGE LEDGER EXCEEDS '
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
                MOVE FDPW-COVR-RULE TO WS-RNG-RULE(NUM-RANGES)
                MOVE FDPW-COVR-RUNLEN-LOW TO WS-RNG-LOW(NUM-RANGES)
                MOVE FDPW-COVR-RUNLEN-HIGH TO WS-RNG-HIGH(NUM-RANGES)
                MOVE 0 TO WS-RNG-DAYS(NUM-RANGES)
                IF FDPW-COVR-DATE IS NUMERIC
                        AND FDPW-COVR-DATE > 16010101
                    COMPUTE WS-RNG-DAYS(NUM-RANGES) =
                        FUNCTION INTEGER-OF-DATE(FDPW-COVR-DATE)
                END-IF
*>              a range carried forward by the year-end close
*>              stands for scans from its FROM-DATE to its DATE.
                MOVE WS-RNG-DAYS(NUM-RANGES)
                    TO WS-RNG-FROM-DAYS(NUM-RANGES)
                IF COVR-CARRIED-FORWARD
                        AND FDPW-COVR-FROM-DATE IS NUMERIC
                        AND FDPW-COVR-FROM-DATE > 16010101
                    COMPUTE WS-RNG-FROM-DAYS(NUM-RANGES) =
                        FUNCTION INTEGER-OF-DATE(FDPW-COVR-FROM-DATE)
                END-IF
        END-READ
        IF WS-COVR-FILE-STATUS NOT = '00'
                AND WS-COVR-FILE-STATUS NOT = '10'
            DISPLAY 'FINDPWIA0005E ERROR READING FDPWCOVR - FILE '
                'STATUS ' WS-COVR-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0022-END.

    0010-OPEN-AUDIT-FILES.
        OPEN INPUT FDPW-MST-FILE
        IF WS-MST-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWIA0006E ERROR OPENING FDPWMST - FILE '
                'STATUS ' WS-MST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT FDPW-ILDG-FILE
        IF WS-ILDG-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWIA0007E ERROR OPENING FDPWILDG - FILE '
                'STATUS ' WS-ILDG-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT FDPW-ARCH-FILE
        IF WS-ARCH-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWIA0008E ERROR OPENING FDPWARCH - FILE '
                'STATUS ' WS-ARCH-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT FDPW-DENY-FILE
        IF WS-DENY-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWIA0009E ERROR OPENING FDPWDENY - FILE '
                'STATUS ' WS-DENY-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN OUTPUT FDPW-RPT-FILE
        IF WS-RPT-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWIA0010E ERROR OPENING FDPWIARP - FILE '
                'STATUS ' WS-RPT-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0010-END.

    0030-READ-NEXT-MASTER.
        READ FDPW-MST-FILE NEXT
        EVALUATE WS-MST-FILE-STATUS
            WHEN '00'
                ADD 1 TO NUM-MASTER-READ
                MOVE FDPW-MST-CODE TO WS-MST-KEY
            WHEN '10'
                MOVE HIGH-VALUES TO WS-MST-KEY
            WHEN OTHER
                DISPLAY 'FINDPWIA0011E ERROR READING FDPWMST - FILE '
                    'STATUS ' WS-MST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        .
    0030-END.

*> the SORT step orders the ledger on code then stamp, so the lines
*> for one code arrive oldest first and the last one read wins.
    0032-READ-NEXT-LEDGER.
        READ FDPW-ILDG-FILE
            AT END
                MOVE HIGH-VALUES TO WS-ILDG-KEY
            NOT AT END
                ADD 1 TO NUM-LEDGER-READ
                MOVE FDPW-ILDG-CODE TO WS-ILDG-KEY
                IF WS-ILDG-KEY < WS-PREV-ILDG-KEY
                    DISPLAY 'FINDPWIA0012E FDPWILDG IS OUT OF CODE '
                        'SEQUENCE AT ' WS-ILDG-KEY ' - RUN THE SORT '
                        'STEP FIRST'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-ILDG-KEY TO WS-PREV-ILDG-KEY
        END-READ
        IF WS-ILDG-FILE-STATUS NOT = '00'
                AND WS-ILDG-FILE-STATUS NOT = '10'
            DISPLAY 'FINDPWIA0013E ERROR READING FDPWILDG - FILE '
                'STATUS ' WS-ILDG-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0032-END.

    0034-READ-NEXT-ARCHIVE.
        READ FDPW-ARCH-FILE
            AT END
                MOVE HIGH-VALUES TO WS-ARCH-KEY
            NOT AT END
                ADD 1 TO NUM-ARCHIVE-READ
                MOVE FDPW-ARCH-CODE TO WS-ARCH-KEY
                IF WS-ARCH-KEY < WS-PREV-ARCH-KEY
                    DISPLAY 'FINDPWIA0014E FDPWARCH IS OUT OF CODE '
                        'SEQUENCE AT ' WS-ARCH-KEY ' - RUN THE SORT '
                        'STEP FIRST'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-ARCH-KEY TO WS-PREV-ARCH-KEY
        END-READ
        IF WS-ARCH-FILE-STATUS NOT = '00'
                AND WS-ARCH-FILE-STATUS NOT = '10'
            DISPLAY 'FINDPWIA0015E ERROR READING FDPWARCH - FILE '
                'STATUS ' WS-ARCH-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0034-END.

*> ledger and archive lines for codes below the current master key
*> belong to codes no longer on the master - an archived code's
*> ledger history, or an archive line for a code that has not come
*> back - and are passed over.
    0040-AUDIT-ONE-MASTER.
        MOVE FDPW-MST-CODE TO WS-CAND-CODE
        MOVE FDPW-MST-STATUS TO WS-MST-STATUS
        IF WS-MST-STATUS = SPACES
            MOVE 'AVAILABLE' TO WS-MST-STATUS
        END-IF
        PERFORM 0032-READ-NEXT-LEDGER
            UNTIL WS-ILDG-KEY NOT < WS-MST-KEY
        PERFORM 0034-READ-NEXT-ARCHIVE
            UNTIL WS-ARCH-KEY NOT < WS-MST-KEY
        SET STATUS-ENTRY-NOT-FOUND TO TRUE
        MOVE SPACES TO WS-STATUS-ENTRY-DEPT
        PERFORM 0042-MATCH-ONE-LEDGER
            UNTIL WS-ILDG-KEY NOT = WS-MST-KEY
        SET CODE-NOT-ARCHIVED TO TRUE
        PERFORM 0044-MATCH-ONE-ARCHIVE
            UNTIL WS-ARCH-KEY NOT = WS-MST-KEY
        PERFORM 0050-CHECK-LEDGER
        PERFORM 0052-CHECK-DENY-LIST
        PERFORM 0054-CHECK-ARCHIVE
        PERFORM 0056-CHECK-COVERAGE
        PERFORM 0058-CHECK-RULE
        PERFORM 0030-READ-NEXT-MASTER
        .
    0040-END.

*> a REDEEMED code was ISSUED first, so it is held to its issue
*> line the same as an ISSUED one.
    0042-MATCH-ONE-LEDGER.
        IF FDPW-ILDG-STATUS = WS-MST-STATUS
                OR (MST-REDEEMED AND FDPW-ILDG-STATUS = 'ISSUED')
            SET STATUS-ENTRY-FOUND TO TRUE
            MOVE FDPW-ILDG-DEPT TO WS-STATUS-ENTRY-DEPT
        END-IF
        PERFORM 0032-READ-NEXT-LEDGER
        .
    0042-END.

    0044-MATCH-ONE-ARCHIVE.
        SET CODE-ARCHIVED TO TRUE
        MOVE FDPW-ARCH-STATUS TO WS-ARCHIVED-STATUS
        MOVE FDPW-ARCH-DATE TO WS-ARCHIVED-DATE
        PERFORM 0034-READ-NEXT-ARCHIVE
        .
    0044-END.

    0050-CHECK-LEDGER.
        IF MST-ISSUED OR MST-RESERVED OR MST-REDEEMED
            IF STATUS-ENTRY-NOT-FOUND
                MOVE 1 TO WS-NEW-TYPE
                MOVE 'NO ISSUED LEDGER LINE' TO WS-NEW-NOTE
                IF MST-RESERVED
                    MOVE 'NO RESERVED LEDGER LINE' TO WS-NEW-NOTE
                END-IF
                PERFORM 0080-ADD-FINDING
            ELSE
                IF WS-STATUS-ENTRY-DEPT NOT = FDPW-MST-ISSUED-TO
                    MOVE 2 TO WS-NEW-TYPE
                    MOVE SPACES TO WS-NEW-NOTE
                    STRING 'LEDGER SAYS ' DELIMITED BY SIZE
                        WS-STATUS-ENTRY-DEPT DELIMITED BY SIZE
                        INTO WS-NEW-NOTE
                    END-STRING
                    PERFORM 0080-ADD-FINDING
                END-IF
            END-IF
        END-IF
        .
    0050-END.

    0052-CHECK-DENY-LIST.
        MOVE FDPW-MST-CODE TO FDPW-DENY-CODE
        READ FDPW-DENY-FILE
        EVALUATE WS-DENY-FILE-STATUS
            WHEN '00'
                IF NOT MST-REVOKED
                    MOVE 3 TO WS-NEW-TYPE
                    MOVE FDPW-DENY-REASON TO WS-NEW-NOTE
                    SET SEVERE-FOUND TO TRUE
                    ADD 1 TO NUM-SEVERE
                    PERFORM 0080-ADD-FINDING
                END-IF
            WHEN '23'
                CONTINUE
            WHEN OTHER
                DISPLAY 'FINDPWIA0016E ERROR READING FDPWDENY - FILE '
                    'STATUS ' WS-DENY-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        .
    0052-END.

*> FINDPWAG deletes from the master what it archives, so any overlap
*> is an aging run that did not finish - or a code that came back in
*> a later scan after being archived. Only the second is
*> legitimate, and only if it was not archived REVOKED, REDEEMED or
*> RETIRED - merged back in any other status, such a code can be
*> issued again.
    0054-CHECK-ARCHIVE.
        IF CODE-ARCHIVED
            MOVE 4 TO WS-NEW-TYPE
            MOVE SPACES TO WS-NEW-NOTE
            STRING 'ARCHIVED ' DELIMITED BY SIZE
                WS-ARCHIVED-DATE DELIMITED BY SIZE
                ' AS ' DELIMITED BY SIZE
                WS-ARCHIVED-STATUS DELIMITED BY SIZE
                INTO WS-NEW-NOTE
            END-STRING
            EVALUATE TRUE
                WHEN WS-ARCHIVED-STATUS = 'REVOKED' AND NOT MST-REVOKED
                WHEN WS-ARCHIVED-STATUS = 'REDEEMED'
                        AND NOT MST-REDEEMED
                WHEN WS-ARCHIVED-STATUS = 'RETIRED' AND NOT MST-RETIRED
                    SET SEVERE-FOUND TO TRUE
                    ADD 1 TO NUM-SEVERE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            PERFORM 0080-ADD-FINDING
        END-IF
        .
    0054-END.

*> the merge stamps FIRST-SEEN with its own run date, which can be
*> the day after the scan's if the night ran past midnight - a range
*> ledgered that day or the day before covers the code.
    0056-CHECK-COVERAGE.
        MOVE 0 TO WS-RANGE-FOUND-IDX
        MOVE 0 TO WS-FIRST-SEEN-DAYS
        IF FDPW-MST-FIRST-SEEN IS NUMERIC
                AND FDPW-MST-FIRST-SEEN > 16010101
            COMPUTE WS-FIRST-SEEN-DAYS =
                FUNCTION INTEGER-OF-DATE(FDPW-MST-FIRST-SEEN)
        END-IF
        MOVE FDPW-MST-CODE TO WS-CONV-CODE
        PERFORM 8020-CODE-TO-ORDINAL
        MOVE WS-CONV-ORDINAL TO WS-CAND-ORDINAL
        PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
                UNTIL WS-RANGE-IDX > NUM-RANGES
            IF WS-RNG-RULE(WS-RANGE-IDX) = FDPW-MST-RULE
                    AND WS-RNG-START-ORD(WS-RANGE-IDX)
                        NOT > WS-CAND-ORDINAL
                    AND WS-RNG-END-ORD(WS-RANGE-IDX)
                        NOT < WS-CAND-ORDINAL
                    AND WS-RNG-FROM-DAYS(WS-RANGE-IDX)
                        NOT > WS-FIRST-SEEN-DAYS
                    AND WS-RNG-DAYS(WS-RANGE-IDX) + 1
                        NOT < WS-FIRST-SEEN-DAYS
                MOVE WS-RANGE-IDX TO WS-RANGE-FOUND-IDX
            END-IF
        END-PERFORM
        IF WS-RANGE-FOUND-IDX = 0
            MOVE 5 TO WS-NEW-TYPE
            MOVE 'NO RANGE FOR THIS RULE AND DATE' TO WS-NEW-NOTE
            PERFORM 0080-ADD-FINDING
        END-IF
        .
    0056-END.

*> the covering range's bounds are the ones the code was found
*> under, so a later policy change is not reported against codes
*> scanned before it - FINDPWCA reports off-policy ranges.
    0058-CHECK-RULE.
        MOVE SPACES TO WS-NEW-NOTE
        MOVE 0 TO WS-MST-RULE-IDX
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            IF FDPW-RCHK-NAME(WS-RULE-IDX) = FDPW-MST-RULE
                MOVE WS-RULE-IDX TO WS-MST-RULE-IDX
            END-IF
        END-PERFORM
        IF WS-MST-RULE-IDX = 0
            MOVE 'RULE NAME NOT RECOGNISED' TO WS-NEW-NOTE
        ELSE
            PERFORM 0060-JUDGE-MASTER-RULE
        END-IF
        IF WS-NEW-NOTE NOT = SPACES
            MOVE 6 TO WS-NEW-TYPE
            PERFORM 0080-ADD-FINDING
        END-IF
        .
    0058-END.

    0060-JUDGE-MASTER-RULE.
        MOVE WS-RULE-POLICY-LOW(WS-MST-RULE-IDX)
            TO FDPW-RCHK-RUNLEN-LOW(WS-MST-RULE-IDX)
        MOVE WS-RULE-POLICY-HIGH(WS-MST-RULE-IDX)
            TO FDPW-RCHK-RUNLEN-HIGH(WS-MST-RULE-IDX)
        IF WS-RANGE-FOUND-IDX > 0
                AND FDPW-RCHK-CHK-DOUBLE(WS-MST-RULE-IDX) = 'R'
            MOVE WS-RNG-LOW(WS-RANGE-FOUND-IDX)
                TO FDPW-RCHK-RUNLEN-LOW(WS-MST-RULE-IDX)
            MOVE WS-RNG-HIGH(WS-RANGE-FOUND-IDX)
                TO FDPW-RCHK-RUNLEN-HIGH(WS-MST-RULE-IDX)
        END-IF
        MOVE WS-CAND-CODE TO FDPW-RCHK-CODE
        SET RCHK-EVALUATE-CODE TO TRUE
        CALL WS-RULE-PROGRAM USING FDPW-RCHK-AREA
        EVALUATE TRUE
            WHEN RCHK-ACCEPTED(WS-MST-RULE-IDX)
                CONTINUE
            WHEN FDPW-RCHK-REASON(WS-MST-RULE-IDX) = 'BADC'
                MOVE 'CHARACTER OUTSIDE THE SCAN ALPHABET'
                    TO WS-NEW-NOTE
            WHEN FDPW-RCHK-CHK-DOUBLE(WS-MST-RULE-IDX) = 'R'
                STRING FDPW-RCHK-NAME(WS-MST-RULE-IDX)
                        DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    FDPW-RCHK-RUNLEN-LOW(WS-MST-RULE-IDX)
                        DELIMITED BY SIZE
                    '/' DELIMITED BY SIZE
                    FDPW-RCHK-RUNLEN-HIGH(WS-MST-RULE-IDX)
                        DELIMITED BY SIZE
                    ' REJECTS IT ' DELIMITED BY SIZE
                    FDPW-RCHK-REASON(WS-MST-RULE-IDX)
                        DELIMITED BY SIZE
                    INTO WS-NEW-NOTE
                END-STRING
            WHEN OTHER
                STRING FDPW-RCHK-NAME(WS-MST-RULE-IDX)
                        DELIMITED BY SPACE
                    ' REJECTS IT ' DELIMITED BY SIZE
                    FDPW-RCHK-REASON(WS-MST-RULE-IDX)
                        DELIMITED BY SIZE
                    INTO WS-NEW-NOTE
                END-STRING
        END-EVALUATE
        .
    0060-END.

    0080-ADD-FINDING.
        ADD 1 TO NUM-FINDINGS
        ADD 1 TO WS-TYPE-COUNT(WS-NEW-TYPE)
        IF NUM-FINDINGS-LISTED < 500
            ADD 1 TO NUM-FINDINGS-LISTED
            MOVE WS-NEW-TYPE TO WS-FND-TYPE(NUM-FINDINGS-LISTED)
            MOVE FDPW-MST-CODE TO WS-FND-CODE(NUM-FINDINGS-LISTED)
            MOVE WS-MST-STATUS TO WS-FND-STATUS(NUM-FINDINGS-LISTED)
            MOVE FDPW-MST-ISSUED-TO
                TO WS-FND-DEPT(NUM-FINDINGS-LISTED)
            MOVE 0 TO WS-FND-FIRST-SEEN(NUM-FINDINGS-LISTED)
            IF FDPW-MST-FIRST-SEEN IS NUMERIC
                MOVE FDPW-MST-FIRST-SEEN
                    TO WS-FND-FIRST-SEEN(NUM-FINDINGS-LISTED)
            END-IF
            MOVE FDPW-MST-RULE TO WS-FND-RULE(NUM-FINDINGS-LISTED)
            MOVE WS-NEW-NOTE TO WS-FND-NOTE(NUM-FINDINGS-LISTED)
        END-IF
        .
    0080-END.

*> one group per kind of finding, always in the same order so one
*> night's report lines up with the next; every group prints its
*> count, even when it is zero.
    0300-PRINT-FINDINGS.
        PERFORM 0310-PRINT-ONE-TYPE
            VARYING WS-TYPE-IDX FROM 1 BY 1
            UNTIL WS-TYPE-IDX > 6
        IF WS-LINE-COUNT > 48
            PERFORM 0400-PRINT-HEADING
        END-IF
        MOVE SPACES TO WS-TXL-TEXT
        STRING 'MASTER RECORDS AUDITED ' DELIMITED BY SIZE
            NUM-MASTER-READ DELIMITED BY SIZE
            '   FINDINGS ' DELIMITED BY SIZE
            NUM-FINDINGS DELIMITED BY SIZE
            INTO WS-TXL-TEXT
        END-STRING
        MOVE WS-TEXT-LINE TO WS-SAVED-LINE
        MOVE '0' TO FDPW-RPT-CC
        PERFORM 0440-WRITE-REPORT-LINE
        IF NUM-FINDINGS > NUM-FINDINGS-LISTED
            MOVE SPACES TO WS-TXL-TEXT
            STRING 'ONLY THE FIRST 500 FINDINGS ARE LISTED - '
                    DELIMITED BY SIZE
                'THE COUNTS ABOVE ARE COMPLETE' DELIMITED BY SIZE
                INTO WS-TXL-TEXT
            END-STRING
            MOVE WS-TEXT-LINE TO WS-SAVED-LINE
            PERFORM 0420-PRINT-ONE-LINE
        END-IF
        IF SEVERE-FOUND
            MOVE SPACES TO WS-TXL-TEXT
            STRING 'DENY-LISTED, REVOKED, REDEEMED OR RETIRED CODES '
                    DELIMITED BY SIZE
                'ARE ISSUABLE - EXTRACT HELD' DELIMITED BY SIZE
                INTO WS-TXL-TEXT
            END-STRING
            MOVE WS-TEXT-LINE TO WS-SAVED-LINE
            PERFORM 0420-PRINT-ONE-LINE
        END-IF
        .
    0300-END.

    0310-PRINT-ONE-TYPE.
        IF WS-LINE-COUNT > 48
            PERFORM 0400-PRINT-HEADING
        END-IF
        MOVE WS-FINDING-TITLE(WS-TYPE-IDX) TO WS-TPL-TITLE
        MOVE WS-TYPE-COUNT(WS-TYPE-IDX) TO WS-TPL-COUNT
        MOVE WS-TYPE-LINE TO WS-SAVED-LINE
        MOVE '0' TO FDPW-RPT-CC
        PERFORM 0440-WRITE-REPORT-LINE
        ADD 2 TO WS-LINE-COUNT
        PERFORM 0320-PRINT-ONE-FINDING
            VARYING WS-FINDING-IDX FROM 1 BY 1
            UNTIL WS-FINDING-IDX > NUM-FINDINGS-LISTED
        .
    0310-END.

    0320-PRINT-ONE-FINDING.
        IF WS-FND-TYPE(WS-FINDING-IDX) = WS-TYPE-IDX
            MOVE WS-FND-CODE(WS-FINDING-IDX) TO WS-DTL-CODE
            MOVE WS-FND-STATUS(WS-FINDING-IDX) TO WS-DTL-STATUS
            MOVE WS-FND-DEPT(WS-FINDING-IDX) TO WS-DTL-DEPT
            MOVE WS-FND-FIRST-SEEN(WS-FINDING-IDX) TO WS-DTL-FIRST-SEEN
            MOVE WS-FND-RULE(WS-FINDING-IDX) TO WS-DTL-RULE
            MOVE WS-FND-NOTE(WS-FINDING-IDX) TO WS-DTL-NOTE
            MOVE WS-DETAIL-LINE TO WS-SAVED-LINE
            PERFORM 0420-PRINT-ONE-LINE
        END-IF
        .
    0320-END.

    0400-PRINT-HEADING.
        ADD 1 TO WS-PAGE-COUNT
        MOVE WS-RUN-DATE TO WS-HDG-DATE
        MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
        MOVE '1' TO FDPW-RPT-CC
        MOVE WS-HEADING-LINE TO FDPW-RPT-LINE
        WRITE FDPW-RPT-REC
        MOVE '0' TO FDPW-RPT-CC
        MOVE WS-COLUMN-LINE TO FDPW-RPT-LINE
        WRITE FDPW-RPT-REC
        MOVE 3 TO WS-LINE-COUNT
        .
    0400-END.

    0420-PRINT-ONE-LINE.
        IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
            PERFORM 0400-PRINT-HEADING
        END-IF
        MOVE ' ' TO FDPW-RPT-CC
        PERFORM 0440-WRITE-REPORT-LINE
        ADD 1 TO WS-LINE-COUNT
        .
    0420-END.

    0440-WRITE-REPORT-LINE.
        MOVE WS-SAVED-LINE TO FDPW-RPT-LINE
        WRITE FDPW-RPT-REC
        IF WS-RPT-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWIA0017E ERROR WRITING FDPWIARP - FILE '
                'STATUS ' WS-RPT-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0440-END.

*> treats the code as a six-digit base-36 number over WS-ALPHABET,
*> most significant character first - FINDPWCA's ordering.
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

END PROGRAM FINDPWIA.
