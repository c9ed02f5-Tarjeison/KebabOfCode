        05 FDPW-END-TXT                 PIC X(6).
        05 FDPW-RUNLEN-LOW-TXT          PIC X(2) VALUE SPACES.
        05 FDPW-RUNLEN-HIGH-TXT         PIC X(2) VALUE SPACES.
        05 FDPW-RULE-TXT                PIC X(8) VALUE SPACES.

*> which rule's coverage the PARM is judged against - the scan
*> being vetted decides: EXACT for FDPW2, ANY for FDPW1, BOTH
*> (the default) for the multi-rule night, which scans every rule
*> on the catalog. Any other value is a catalog rule id, for a
*> single-rule scan of a newer rule. Vetting a single-rule scan
*> against another rule's ledger would hold it over ground that
*> is legitimately new to it.
    01  WS-RULE-SELECT                  PIC X(8) VALUE 'BOTH'.
        88 CHECK-EVERY-RULE             VALUE 'BOTH'.
        88 CHECK-ANY-RULE               VALUE 'ANY'.
        88 CHECK-EXACT-RULE             VALUE 'EXACT'.

*> the rules on the FDPWRULE catalog, loaded through FINDPWRU so
*> the names and bounds checked here are the ones the scan will
*> ledger its coverage under.
    01  WS-RULE-PROGRAM                 PIC X(8) VALUE 'FINDPWRU'.
        COPY FDPWRCHK.

    01 WS-RULE-CONTROL.
        05 WS-RULE-IDX                  PIC 9(2).
        05 NUM-RULES-SELECTED           PIC 9(2) VALUE 0.
        05 WS-RULE-SELECTED-SWITCH      PIC 9.
            88 RULE-SELECTED            VALUE 1.
            88 RULE-NOT-SELECTED        VALUE 0.

    01  WS-NUM-TEMP                     PIC 9(6).

        05 WS-CHAR-TO-CHECK             PIC X(1).
        05 WS-CHAR-FOUND-IDX            PIC 99.

*> PARM override of a bounded rule's (DOUBLE R) run-length bounds,
*> as the scanners take it - zero keeps the catalog card's bound.
    01 WS-RUNLEN-BOUNDS.
        05 WS-RUNLEN-LOW                PIC 9(2) VALUE 0.
        05 WS-RUNLEN-HIGH               PIC 9(2) VALUE 0.

    01 WS-CONVERT.
        05 WS-CONV-CODE                 PIC X(6).
        05 WS-PROP-TOTAL                PIC 9(10).

*> the rule whose coverage is being checked on the current pass -
*> the multi-rule night covers every catalog rule in one sweep, so
*> each is checked against its own ledger records and bounds.
    01 WS-CHECK-CONTROL.
        05 WS-CHECK-RULE                PIC X(20).
        05 WS-CHECK-LOW                 PIC 9(2).
PROCEDURE DIVISION USING FDPW-PARM-AREA.
    0000-MAIN.
        PERFORM 0011-GET-PARM-RANGE
        PERFORM 0013-LOAD-RULE-CATALOG
        PERFORM 0012-VALIDATE-RANGE
        PERFORM 0020-SIZE-THE-RANGE
        PERFORM 0025-CHECK-ONE-RULE
            VARYING WS-RULE-IDX FROM 1 BY 1
            UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
        PERFORM 0060-ESTIMATE-ELAPSED-TIME
        PERFORM 0070-CHECK-DENY-LIST
        PERFORM 0080-RENDER-VERDICT
*>  the same start,end,runlow,runhigh PARM the scan's GO step
*>  carries - point this step's PARM at the identical string, so
*>  what is vetted is exactly what will run - plus a fifth field
*>  naming the rule being vetted (ANY, EXACT, BOTH or a catalog
*>  rule id; BOTH when left off).
    0011-GET-PARM-RANGE.
        UNSTRING FDPW-PARM-TEXT(1:FDPW-PARM-LEN) DELIMITED BY ','
            INTO FDPW-START-TXT FDPW-END-TXT
        IF FDPW-RULE-TXT NOT = SPACES
            MOVE FDPW-RULE-TXT TO WS-RULE-SELECT
        END-IF
        IF FDPW-START-TXT IS NUMERIC
            MOVE FUNCTION NUMVAL(FDPW-START-TXT) TO WS-NUM-TEMP
            MOVE WS-NUM-TEMP TO PASSWORD-CHAR
        .
    0016-END.

*> loads the rule catalog and marks which of its rules this PARM
*> is vetted against - a selector that names no catalog rule is a
*> PARM the scan could not run under.
    0013-LOAD-RULE-CATALOG.
        SET RCHK-LOAD-CATALOG TO TRUE
        CALL WS-RULE-PROGRAM USING FDPW-RCHK-AREA
            ON EXCEPTION
                DISPLAY 'FINDPWPF0019E RULE EVALUATOR ' WS-RULE-PROGRAM
                    ' COULD NOT BE LOADED - STOP THE SCAN'
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-CALL
        IF RCHK-FAILED
            DISPLAY FDPW-RCHK-MESSAGE
            DISPLAY 'FINDPWPF0018E RULE CATALOG IS NOT USABLE - '
                'STOP THE SCAN'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            PERFORM 0015-SELECT-ONE-RULE
            IF RULE-SELECTED
                ADD 1 TO NUM-RULES-SELECTED
            END-IF
        END-PERFORM
        IF NUM-RULES-SELECTED = 0
            DISPLAY 'FINDPWPF0017E RULE SELECTOR MUST BE ANY, '
                'EXACT, BOTH OR A CATALOG RULE ID, NOT "'
                WS-RULE-SELECT '" - STOP THE SCAN'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0013-END.

*> ANY and EXACT are the names FDPW1 and FDPW2 have always vetted
*> under - the catalog's ANYDBL and EXADBL cards.
    0015-SELECT-ONE-RULE.
        SET RULE-NOT-SELECTED TO TRUE
        EVALUATE TRUE
            WHEN CHECK-EVERY-RULE
                SET RULE-SELECTED TO TRUE
            WHEN CHECK-ANY-RULE
                IF FDPW-RCHK-RULE-ID(WS-RULE-IDX) = 'ANYDBL'
                    SET RULE-SELECTED TO TRUE
                END-IF
            WHEN CHECK-EXACT-RULE
                IF FDPW-RCHK-RULE-ID(WS-RULE-IDX) = 'EXADBL'
                    SET RULE-SELECTED TO TRUE
                END-IF
            WHEN FDPW-RCHK-RULE-ID(WS-RULE-IDX) = WS-RULE-SELECT
                SET RULE-SELECTED TO TRUE
        END-EVALUATE
        .
    0015-END.

    0012-VALIDATE-RANGE.
        IF PASSWORD-CHAR > END-CHAR
            DISPLAY 'FINDPWPF0002E RANGE START ' PASSWORD-CHAR
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0012-END.

        ADD 1 TO WS-PROP-TOTAL
        MOVE WS-PROP-TOTAL TO WS-TOTAL-EDIT
        DISPLAY 'FINDPWPF PROPOSED RANGE ' WS-PARM-START ' - '
            END-CHAR ' (' WS-TOTAL-EDIT ' CODES)'
        .
    0020-END.

*> the bounds a rule is ledgered under are its catalog bounds, with
*> the PARM override for a bounded rule - the same bounds the scan
*> will run it under.
    0025-CHECK-ONE-RULE.
        PERFORM 0015-SELECT-ONE-RULE
        IF RULE-SELECTED
            MOVE FDPW-RCHK-NAME(WS-RULE-IDX) TO WS-CHECK-RULE
            MOVE FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX) TO WS-CHECK-LOW
            MOVE FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX) TO WS-CHECK-HIGH
            IF FDPW-RCHK-CHK-DOUBLE(WS-RULE-IDX) = 'R'
                IF WS-RUNLEN-LOW > 0
                    MOVE WS-RUNLEN-LOW TO WS-CHECK-LOW
                END-IF
                IF WS-RUNLEN-HIGH > 0
                    MOVE WS-RUNLEN-HIGH TO WS-CHECK-HIGH
                END-IF
            END-IF
            IF WS-CHECK-LOW > WS-CHECK-HIGH
                DISPLAY 'FINDPWPF0003E RUN-LENGTH LOW ' WS-CHECK-LOW
                    ' IS GREATER THAN RUN-LENGTH HIGH ' WS-CHECK-HIGH
                    ' FOR RULE ' WS-CHECK-RULE ' - STOP THE SCAN'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY 'FINDPWPF RULE ' WS-CHECK-RULE ' BOUNDS '
                WS-CHECK-LOW '/' WS-CHECK-HIGH
            PERFORM 0030-CHECK-RULE-COVERAGE
        END-IF
        .
    0025-END.

*> loads the ledger ranges scanned under the same rule and bounds,
*> sorts them, and sweeps forward totalling how much of the
*> proposed range they already cover. Fully covered means the
