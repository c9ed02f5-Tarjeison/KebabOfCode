IDENTIFICATION DIVISION.
PROGRAM-ID. FINDPWRU.

*> the rule evaluator - the one place a code is judged against the
*> validation rules. The rules are cards on the FDPWRULE catalog
*> (see FDPWRULE); callers load the catalog through here once and
*> then pass each code in, so the scanners, the adjudicator, the
*> dossier, the stats report and the reconciliation driver cannot
*> disagree about what a rule means. Called dynamically by name
*> from TRUM.FINDPW.LOADLIB (see FDPWRULE.JCL).

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT FDPW-RULE-FILE ASSIGN TO "FDPWRULE"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RULE-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  FDPW-RULE-FILE.
        COPY FDPWRULE.

    WORKING-STORAGE SECTION.

*> symbol set the scanners walk through - a character's position
*> here is what makes 9AB a straight, and a character not in it is
*> one no scan can ever produce.
    01  WS-ALPHABET                     PIC X(36) VALUE
        '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

    01 WS-CHAR-CONTROL.
        05 WS-CHAR-POS                  PIC 9.
        05 WS-PRIOR-POS                 PIC 9.
        05 WS-ALPHA-IDX                 PIC 99.
        05 WS-CHAR-ORD                  PIC 99 OCCURS 6 TIMES.
        05 WS-STRAIGHT-LEN              PIC 9.
        05 WS-SEEN-SWITCH               PIC 9.
            88 CHAR-SEEN-BEFORE         VALUE 1.
            88 CHAR-NOT-SEEN-BEFORE     VALUE 0.

*> every run of two or more equal adjacent characters in the code,
*> left to right - a six-character code has at most three.
    01 WS-RUN-CONTROL.
        05 NUM-RUNS                     PIC 9.
        05 WS-RUN-IDX                   PIC 9.
        05 WS-RUN-START                 PIC 9.
        05 WS-RUN-LEN                   PIC 9.
        05 WS-RUN-ENTRY OCCURS 3 TIMES.
            10 WS-RUN-TBL-POS           PIC 9.
            10 WS-RUN-TBL-LEN           PIC 9.

    01 WS-RULE-CONTROL.
        05 WS-RULE-IDX                  PIC 9(2).
        05 WS-OTHER-IDX                 PIC 9(2).
        05 WS-BAD-RULE-ID               PIC X(8).
        05 WS-BAD-REASON                PIC X(40).

    01  WS-READ-SWITCH                  PIC 9 VALUE 0.
        88 INPUT-DONE                   VALUE 1.
        88 INPUT-NOT-DONE               VALUE 0.

    01  WS-RULE-FILE-STATUS             PIC XX VALUE '00'.

    LINKAGE SECTION.
        COPY FDPWRCHK.

PROCEDURE DIVISION USING FDPW-RCHK-AREA.
    0000-MAIN.
        MOVE 0 TO FDPW-RCHK-RESULT
        MOVE SPACES TO FDPW-RCHK-MESSAGE
        EVALUATE TRUE
            WHEN RCHK-LOAD-CATALOG
                PERFORM 0100-LOAD-CATALOG
            WHEN RCHK-EVALUATE-CODE
                PERFORM 0200-EVALUATE-CODE
            WHEN OTHER
                MOVE 16 TO FDPW-RCHK-RESULT
                STRING 'FINDPWRU0009E UNKNOWN FUNCTION "'
                    FDPW-RCHK-FUNCTION '"'
                    DELIMITED BY SIZE INTO FDPW-RCHK-MESSAGE
        END-EVALUATE
        GOBACK
        .
    0000-END.

*> the whole catalog is read and checked before any caller judges
*> a code by it - a bad card fails the load, so a scan never runs
*> half a policy.
    0100-LOAD-CATALOG.
        MOVE 0 TO FDPW-RCHK-NUM-RULES
        OPEN INPUT FDPW-RULE-FILE
        IF WS-RULE-FILE-STATUS NOT = '00'
            MOVE 16 TO FDPW-RCHK-RESULT
            STRING 'FINDPWRU0001E ERROR OPENING FDPWRULE - FILE STATUS '
                WS-RULE-FILE-STATUS
                DELIMITED BY SIZE INTO FDPW-RCHK-MESSAGE
        ELSE
            SET INPUT-NOT-DONE TO TRUE
            PERFORM 0110-LOAD-ONE-CARD
                UNTIL INPUT-DONE OR RCHK-FAILED
            CLOSE FDPW-RULE-FILE
        END-IF
        IF RCHK-OK AND FDPW-RCHK-NUM-RULES = 0
            MOVE 16 TO FDPW-RCHK-RESULT
            MOVE 'FINDPWRU0004E THE RULE CATALOG HOLDS NO RULES'
                TO FDPW-RCHK-MESSAGE
        END-IF
        IF RCHK-OK
            PERFORM 0120-CHECK-ONE-RULE
                VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
                    OR RCHK-FAILED
        END-IF
        .
    0100-END.

    0110-LOAD-ONE-CARD.
        READ FDPW-RULE-FILE
            AT END
                SET INPUT-DONE TO TRUE
            NOT AT END
                IF FDPW-RULE-ID(1:1) NOT = '*'
                    IF FDPW-RCHK-NUM-RULES = 6
                        MOVE 16 TO FDPW-RCHK-RESULT
                        MOVE 'FINDPWRU0003E THE RULE CATALOG HOLDS MORE '
                            & 'THAN THE 6 RULES A SCAN HAS SLOTS FOR'
                            TO FDPW-RCHK-MESSAGE
                    ELSE
                        ADD 1 TO FDPW-RCHK-NUM-RULES
                        MOVE FDPW-RCHK-NUM-RULES TO WS-RULE-IDX
                        PERFORM 0115-STORE-ONE-RULE
                    END-IF
                END-IF
        END-READ
        IF WS-RULE-FILE-STATUS NOT = '00'
                AND WS-RULE-FILE-STATUS NOT = '10'
            MOVE 16 TO FDPW-RCHK-RESULT
            STRING 'FINDPWRU0002E ERROR READING FDPWRULE - FILE STATUS '
                WS-RULE-FILE-STATUS
                DELIMITED BY SIZE INTO FDPW-RCHK-MESSAGE
        END-IF
        .
    0110-END.

    0115-STORE-ONE-RULE.
        MOVE FDPW-RULE-ID TO FDPW-RCHK-RULE-ID(WS-RULE-IDX)
        MOVE FDPW-RULE-SLOT TO FDPW-RCHK-SLOT(WS-RULE-IDX)
        MOVE FDPW-RULE-NAME TO FDPW-RCHK-NAME(WS-RULE-IDX)
        MOVE FDPW-RULE-NONDECR TO FDPW-RCHK-CHK-NONDECR(WS-RULE-IDX)
        MOVE FDPW-RULE-DOUBLE TO FDPW-RCHK-CHK-DOUBLE(WS-RULE-IDX)
        MOVE FDPW-RULE-RUNLEN-LOW TO FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX)
        MOVE FDPW-RULE-RUNLEN-HIGH TO FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX)
        MOVE FDPW-RULE-MIN-DISTINCT
            TO FDPW-RCHK-MIN-DISTINCT(WS-RULE-IDX)
        MOVE FDPW-RULE-MAX-STRAIGHT
            TO FDPW-RCHK-MAX-STRAIGHT(WS-RULE-IDX)
        MOVE SPACES TO FDPW-RCHK-VERDICT(WS-RULE-IDX)
        MOVE SPACES TO FDPW-RCHK-REASON(WS-RULE-IDX)
        MOVE 0 TO FDPW-RCHK-RUN-POS(WS-RULE-IDX)
        .
    0115-END.

*> a card is checked field by field and against every card before
*> it - two rules on one slot would write into each other's files,
*> and two with one name could not be told apart on the master.
    0120-CHECK-ONE-RULE.
        MOVE FDPW-RCHK-RULE-ID(WS-RULE-IDX) TO WS-BAD-RULE-ID
        MOVE SPACES TO WS-BAD-REASON
        EVALUATE TRUE
            WHEN FDPW-RCHK-RULE-ID(WS-RULE-IDX) = SPACES
                    OR FDPW-RCHK-NAME(WS-RULE-IDX) = SPACES
                MOVE 'ID OR NAME IS BLANK' TO WS-BAD-REASON
            WHEN FDPW-RCHK-SLOT(WS-RULE-IDX) IS NOT NUMERIC
                    OR FDPW-RCHK-SLOT(WS-RULE-IDX) < 1
                    OR FDPW-RCHK-SLOT(WS-RULE-IDX) > 6
                MOVE 'SLOT IS NOT 1 TO 6' TO WS-BAD-REASON
            WHEN FDPW-RCHK-CHK-NONDECR(WS-RULE-IDX) NOT = 'Y'
                    AND FDPW-RCHK-CHK-NONDECR(WS-RULE-IDX) NOT = 'N'
                MOVE 'NON-DECREASING FLAG IS NOT Y OR N'
                    TO WS-BAD-REASON
            WHEN FDPW-RCHK-CHK-DOUBLE(WS-RULE-IDX) NOT = 'A'
                    AND FDPW-RCHK-CHK-DOUBLE(WS-RULE-IDX) NOT = 'R'
                    AND FDPW-RCHK-CHK-DOUBLE(WS-RULE-IDX) NOT = 'N'
                MOVE 'DOUBLE CHECK IS NOT A, R OR N' TO WS-BAD-REASON
            WHEN FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX) IS NOT NUMERIC
                    OR FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX) IS NOT NUMERIC
                MOVE 'RUN-LENGTH BOUNDS ARE NOT NUMERIC'
                    TO WS-BAD-REASON
            WHEN FDPW-RCHK-CHK-DOUBLE(WS-RULE-IDX) = 'R'
                    AND (FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX) < 2
                      OR FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX) > 6
                      OR FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX) >
                         FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX))
                MOVE 'RUN-LENGTH BOUNDS ARE NOT 2-6, LOW <= HIGH'
                    TO WS-BAD-REASON
            WHEN FDPW-RCHK-CHK-DOUBLE(WS-RULE-IDX) NOT = 'R'
                    AND (FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX) NOT = 0
                      OR FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX) NOT = 0)
                MOVE 'RUN-LENGTH BOUNDS GIVEN BUT DOUBLE IS NOT R'
                    TO WS-BAD-REASON
            WHEN FDPW-RCHK-MIN-DISTINCT(WS-RULE-IDX) IS NOT NUMERIC
                    OR FDPW-RCHK-MIN-DISTINCT(WS-RULE-IDX) > 6
                MOVE 'MINIMUM DISTINCT IS NOT 0 TO 6' TO WS-BAD-REASON
            WHEN FDPW-RCHK-MAX-STRAIGHT(WS-RULE-IDX) IS NOT NUMERIC
                    OR FDPW-RCHK-MAX-STRAIGHT(WS-RULE-IDX) = 1
                    OR FDPW-RCHK-MAX-STRAIGHT(WS-RULE-IDX) > 5
                MOVE 'MAXIMUM STRAIGHT IS NOT 0 OR 2 TO 5'
                    TO WS-BAD-REASON
            WHEN FDPW-RCHK-CHK-NONDECR(WS-RULE-IDX) = 'N'
                    AND FDPW-RCHK-CHK-DOUBLE(WS-RULE-IDX) = 'N'
                    AND FDPW-RCHK-MIN-DISTINCT(WS-RULE-IDX) = 0
                    AND FDPW-RCHK-MAX-STRAIGHT(WS-RULE-IDX) = 0
                MOVE 'NO CHECK IS SELECTED' TO WS-BAD-REASON
            WHEN OTHER
                PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                        UNTIL WS-OTHER-IDX = WS-RULE-IDX
                    IF FDPW-RCHK-SLOT(WS-OTHER-IDX) =
                            FDPW-RCHK-SLOT(WS-RULE-IDX)
                        MOVE 'SLOT IS ALREADY TAKEN' TO WS-BAD-REASON
                    END-IF
                    IF FDPW-RCHK-RULE-ID(WS-OTHER-IDX) =
                            FDPW-RCHK-RULE-ID(WS-RULE-IDX)
                            OR FDPW-RCHK-NAME(WS-OTHER-IDX) =
                               FDPW-RCHK-NAME(WS-RULE-IDX)
                        MOVE 'ID OR NAME IS ALREADY TAKEN'
                            TO WS-BAD-REASON
                    END-IF
                END-PERFORM
        END-EVALUATE
        IF WS-BAD-REASON NOT = SPACES
            MOVE 16 TO FDPW-RCHK-RESULT
            STRING 'FINDPWRU0005E RULE ' DELIMITED BY SIZE
                WS-BAD-RULE-ID DELIMITED BY SPACE
                ' - ' DELIMITED BY SIZE
                WS-BAD-REASON DELIMITED BY SIZE
                INTO FDPW-RCHK-MESSAGE
        END-IF
        .
    0120-END.

*> the code's properties are worked out once, then every rule in
*> the table is judged from them - a scan checks each code against
*> all of its rules for the price of one pass over six characters.
    0200-EVALUATE-CODE.
        PERFORM 0210-FIND-CHAR-ORDINALS
        PERFORM 0220-FIND-RUNS
        PERFORM 0230-COUNT-DISTINCT
        PERFORM 0240-FIND-LONGEST-STRAIGHT
        PERFORM 0300-JUDGE-ONE-RULE
            VARYING WS-RULE-IDX FROM 1 BY 1
            UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
        .
    0200-END.

*> the not-decreasing test compares the characters themselves, the
*> way the scanners always have; the alphabet position is only for
*> spotting bad characters and straights.
    0210-FIND-CHAR-ORDINALS.
        MOVE 'Y' TO FDPW-RCHK-CHARS-OK
        MOVE 'Y' TO FDPW-RCHK-NONDECR
        PERFORM VARYING WS-CHAR-POS FROM 1 BY 1 UNTIL WS-CHAR-POS > 6
            PERFORM VARYING WS-ALPHA-IDX FROM 1 BY 1
                    UNTIL WS-ALPHA-IDX > 36
                    OR WS-ALPHABET(WS-ALPHA-IDX:1) =
                       FDPW-RCHK-CODE(WS-CHAR-POS:1)
                CONTINUE
            END-PERFORM
            IF WS-ALPHA-IDX > 36
                MOVE 'N' TO FDPW-RCHK-CHARS-OK
                MOVE 0 TO WS-CHAR-ORD(WS-CHAR-POS)
            ELSE
                MOVE WS-ALPHA-IDX TO WS-CHAR-ORD(WS-CHAR-POS)
            END-IF
            IF WS-CHAR-POS > 1
                SUBTRACT 1 FROM WS-CHAR-POS GIVING WS-PRIOR-POS
                IF FDPW-RCHK-CODE(WS-CHAR-POS:1) <
                        FDPW-RCHK-CODE(WS-PRIOR-POS:1)
                    MOVE 'N' TO FDPW-RCHK-NONDECR
                END-IF
            END-IF
        END-PERFORM
        .
    0210-END.

*> a run is maximal - 1112 is one run of three, never a run of two
*> inside it - which is what the exact-double rule has always meant.
    0220-FIND-RUNS.
        MOVE 0 TO NUM-RUNS
        MOVE 0 TO FDPW-RCHK-LONGEST-RUN
        MOVE 1 TO WS-RUN-START
        MOVE 1 TO WS-RUN-LEN
        PERFORM VARYING WS-CHAR-POS FROM 2 BY 1 UNTIL WS-CHAR-POS > 6
            SUBTRACT 1 FROM WS-CHAR-POS GIVING WS-PRIOR-POS
            IF FDPW-RCHK-CODE(WS-CHAR-POS:1) =
                    FDPW-RCHK-CODE(WS-PRIOR-POS:1)
                ADD 1 TO WS-RUN-LEN
            ELSE
                PERFORM 0225-CLOSE-RUN
                MOVE WS-CHAR-POS TO WS-RUN-START
                MOVE 1 TO WS-RUN-LEN
            END-IF
        END-PERFORM
        PERFORM 0225-CLOSE-RUN
        .
    0220-END.

    0225-CLOSE-RUN.
        IF WS-RUN-LEN > 1
            ADD 1 TO NUM-RUNS
            MOVE WS-RUN-START TO WS-RUN-TBL-POS(NUM-RUNS)
            MOVE WS-RUN-LEN TO WS-RUN-TBL-LEN(NUM-RUNS)
            IF WS-RUN-LEN > FDPW-RCHK-LONGEST-RUN
                MOVE WS-RUN-LEN TO FDPW-RCHK-LONGEST-RUN
            END-IF
        END-IF
        .
    0225-END.

    0230-COUNT-DISTINCT.
        MOVE 0 TO FDPW-RCHK-DISTINCT
        PERFORM VARYING WS-CHAR-POS FROM 1 BY 1 UNTIL WS-CHAR-POS > 6
            SET CHAR-NOT-SEEN-BEFORE TO TRUE
            PERFORM VARYING WS-PRIOR-POS FROM 1 BY 1
                    UNTIL WS-PRIOR-POS = WS-CHAR-POS
                IF FDPW-RCHK-CODE(WS-PRIOR-POS:1) =
                        FDPW-RCHK-CODE(WS-CHAR-POS:1)
                    SET CHAR-SEEN-BEFORE TO TRUE
                END-IF
            END-PERFORM
            IF CHAR-NOT-SEEN-BEFORE
                ADD 1 TO FDPW-RCHK-DISTINCT
            END-IF
        END-PERFORM
        .
    0230-END.

*> a straight is each character the next one up in WS-ALPHABET
*> from the one before it - 345, XYZ, and 89A across the join.
    0240-FIND-LONGEST-STRAIGHT.
        MOVE 1 TO FDPW-RCHK-STRAIGHT
        MOVE 1 TO WS-STRAIGHT-LEN
        PERFORM VARYING WS-CHAR-POS FROM 2 BY 1 UNTIL WS-CHAR-POS > 6
            SUBTRACT 1 FROM WS-CHAR-POS GIVING WS-PRIOR-POS
            IF WS-CHAR-ORD(WS-PRIOR-POS) > 0
                    AND WS-CHAR-ORD(WS-CHAR-POS) =
                        WS-CHAR-ORD(WS-PRIOR-POS) + 1
                ADD 1 TO WS-STRAIGHT-LEN
                IF WS-STRAIGHT-LEN > FDPW-RCHK-STRAIGHT
                    MOVE WS-STRAIGHT-LEN TO FDPW-RCHK-STRAIGHT
                END-IF
            ELSE
                MOVE 1 TO WS-STRAIGHT-LEN
            END-IF
        END-PERFORM
        .
    0240-END.

*> the checks run in catalog-field order and the first failure is
*> the reason given - NINC ahead of NDBL/RLNG, as the adjudicator
*> has always reported them.
    0300-JUDGE-ONE-RULE.
        MOVE 'ACCEPT' TO FDPW-RCHK-VERDICT(WS-RULE-IDX)
        MOVE SPACES TO FDPW-RCHK-REASON(WS-RULE-IDX)
        MOVE 0 TO FDPW-RCHK-RUN-POS(WS-RULE-IDX)
        EVALUATE TRUE
            WHEN FDPW-RCHK-CHARS-OK = 'N'
                MOVE 'BADC' TO FDPW-RCHK-REASON(WS-RULE-IDX)
            WHEN FDPW-RCHK-CHK-NONDECR(WS-RULE-IDX) = 'Y'
                    AND FDPW-RCHK-NONDECR = 'N'
                MOVE 'NINC' TO FDPW-RCHK-REASON(WS-RULE-IDX)
            WHEN OTHER
                PERFORM 0310-CHECK-DOUBLE
        END-EVALUATE
        IF FDPW-RCHK-REASON(WS-RULE-IDX) = SPACES
                AND FDPW-RCHK-DISTINCT <
                    FDPW-RCHK-MIN-DISTINCT(WS-RULE-IDX)
            MOVE 'FDST' TO FDPW-RCHK-REASON(WS-RULE-IDX)
        END-IF
        IF FDPW-RCHK-REASON(WS-RULE-IDX) = SPACES
                AND FDPW-RCHK-MAX-STRAIGHT(WS-RULE-IDX) > 0
                AND FDPW-RCHK-STRAIGHT >
                    FDPW-RCHK-MAX-STRAIGHT(WS-RULE-IDX)
            MOVE 'STRT' TO FDPW-RCHK-REASON(WS-RULE-IDX)
        END-IF
        IF FDPW-RCHK-REASON(WS-RULE-IDX) NOT = SPACES
            MOVE 'REJECT' TO FDPW-RCHK-VERDICT(WS-RULE-IDX)
            MOVE 0 TO FDPW-RCHK-RUN-POS(WS-RULE-IDX)
        END-IF
        .
    0300-END.

*> RUN-POS is the first run that satisfies the rule - 112233 has
*> three, and the stats report buckets by where the double first
*> appears.
    0310-CHECK-DOUBLE.
        EVALUATE FDPW-RCHK-CHK-DOUBLE(WS-RULE-IDX)
            WHEN 'A'
                IF NUM-RUNS = 0
                    MOVE 'NDBL' TO FDPW-RCHK-REASON(WS-RULE-IDX)
                ELSE
                    MOVE WS-RUN-TBL-POS(1)
                        TO FDPW-RCHK-RUN-POS(WS-RULE-IDX)
                END-IF
            WHEN 'R'
                PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                        UNTIL WS-RUN-IDX > NUM-RUNS
                        OR FDPW-RCHK-RUN-POS(WS-RULE-IDX) > 0
                    IF WS-RUN-TBL-LEN(WS-RUN-IDX) >=
                            FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX)
                            AND WS-RUN-TBL-LEN(WS-RUN-IDX) <=
                                FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX)
                        MOVE WS-RUN-TBL-POS(WS-RUN-IDX)
                            TO FDPW-RCHK-RUN-POS(WS-RULE-IDX)
                    END-IF
                END-PERFORM
                IF FDPW-RCHK-RUN-POS(WS-RULE-IDX) = 0
                    IF NUM-RUNS = 0
                        MOVE 'NDBL' TO FDPW-RCHK-REASON(WS-RULE-IDX)
                    ELSE
                        MOVE 'RLNG' TO FDPW-RCHK-REASON(WS-RULE-IDX)
                    END-IF
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        .
    0310-END.

END PROGRAM FINDPWRU.
