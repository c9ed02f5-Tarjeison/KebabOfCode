        05 FDPW-RUNLEN-LOW-TXT          PIC X(2) VALUE SPACES.
        05 FDPW-RUNLEN-HIGH-TXT         PIC X(2) VALUE SPACES.

*> same PARM override the day4two scanner and FINDPWAJ take, so
*> the dossier's bounded-rule verdicts match the night's scan. Zero
*> keeps the catalog card's bound.
    01 WS-RUNLEN-BOUNDS.
        05 WS-RUNLEN-LOW                PIC 9(2) VALUE 0.
        05 WS-RUNLEN-HIGH               PIC 9(2) VALUE 0.

*> every rule on the FDPWRULE catalog is judged by FINDPWRU, the
*> same evaluator the scanners and FINDPWAJ call, so a dossier
*> always says what the scan would have said over the same code.
    01  WS-RULE-PROGRAM                 PIC X(8) VALUE 'FINDPWRU'.
        COPY FDPWRCHK.

    01  WS-RULE-IDX                     PIC 9(2).

*> the inquiry list held in storage so one pass over the night's
*> suppressed file can tick off every candidate at once - a help
        05 FILLER                       PIC X(17) VALUE 'DENY-REASON'.
        05 FILLER                       PIC X(17) VALUE
            'SUPPRESSED-AS'.
        05 FILLER                       PIC X(21) VALUE 'RULE'.
        05 FILLER                       PIC X(24) VALUE 'VERDICT'.

    01 WS-DOSSIER-LINE.
        05 FILLER                       PIC X(1) VALUE SPACES.
        05 FILLER                       PIC X(1) VALUE SPACES.
        05 WS-DOS-SUPP-REASON           PIC X(16).
        05 FILLER                       PIC X(1) VALUE SPACES.
        05 WS-DOS-RULE-NAME             PIC X(20).
        05 FILLER                       PIC X(1) VALUE SPACES.
        05 WS-DOS-RULE-VERDICT          PIC X(11).
        05 FILLER                       PIC X(13) VALUE SPACES.

*> the second and later catalog rules print under the first, on a
*> line of their own beneath the code's dossier line.
    01 WS-DOSSIER-RULE-LINE.
        05 FILLER                       PIC X(87) VALUE SPACES.
        05 WS-DOR-RULE-NAME             PIC X(20).
        05 FILLER                       PIC X(1) VALUE SPACES.
        05 WS-DOR-RULE-VERDICT          PIC X(11).
        05 FILLER                       PIC X(13) VALUE SPACES.

    01  WS-VERDICT-TEXT                 PIC X(11).

    01  WS-CAND-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-MST-FILE-STATUS              PIC XX VALUE '00'.
    0000-MAIN.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
        PERFORM 0011-GET-PARM-BOUNDS
        PERFORM 0013-LOAD-RULE-CATALOG
        PERFORM 0020-LOAD-CANDIDATE-LIST
        PERFORM 0030-MARK-SUPPRESSED-CODES
        PERFORM 0040-OPEN-LOOKUP-FILES

*>  the PARM is optional run-length bounds, low,high - same values
*>  the FDPW2 GO step carries in positions three and four of its
*>  PARM. Left off, each rule's catalog bounds apply.
    0011-GET-PARM-BOUNDS.
        IF FDPW-PARM-LEN > 0
            UNSTRING FDPW-PARM-TEXT(1:FDPW-PARM-LEN) DELIMITED BY ','
                    TO WS-RUNLEN-HIGH
            END-IF
        END-IF
        .
    0011-END.

*> loads and checks the rule catalog and applies the PARM bounds to
*> the bounded rules (DOUBLE R).
    0013-LOAD-RULE-CATALOG.
        SET RCHK-LOAD-CATALOG TO TRUE
        CALL WS-RULE-PROGRAM USING FDPW-RCHK-AREA
            ON EXCEPTION
                DISPLAY 'FINDPWDO0014E RULE EVALUATOR ' WS-RULE-PROGRAM
                    ' COULD NOT BE LOADED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-CALL
        IF RCHK-FAILED
            DISPLAY FDPW-RCHK-MESSAGE
            DISPLAY 'FINDPWDO0013E RULE CATALOG IS NOT USABLE - NO '
                'DOSSIERS PRINTED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            IF FDPW-RCHK-CHK-DOUBLE(WS-RULE-IDX) = 'R'
                IF WS-RUNLEN-LOW > 0
                    MOVE WS-RUNLEN-LOW
                        TO FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX)
                END-IF
                IF WS-RUNLEN-HIGH > 0
                    MOVE WS-RUNLEN-HIGH
                        TO FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX)
                END-IF
                IF FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX) >
                        FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX)
                    DISPLAY 'FINDPW0003E RUN-LENGTH LOW '
                        FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX)
                        ' IS GREATER THAN RUN-LENGTH HIGH '
                        FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX)
                        ' FOR RULE ' FDPW-RCHK-NAME(WS-RULE-IDX)
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
        END-PERFORM
        .
    0013-END.

    0020-LOAD-CANDIDATE-LIST.
        OPEN INPUT FDPW-CAND-FILE
            MOVE '-' TO WS-DOS-SUPP-REASON
        END-IF
        PERFORM 0130-JUDGE-THE-RULES
        .
    0100-END.

        .
    0120-END.

*> verdicts with FINDPWAJ's reason codes - BADC, NINC, NDBL, RLNG,
*> FDST, STRT - so the help desk reads the same vocabulary here and
*> on a disposition file. The first rule goes on the dossier line,
*> every other rule on a line of its own beneath it.
    0130-JUDGE-THE-RULES.
        MOVE WS-CAND-CODE TO FDPW-RCHK-CODE
        SET RCHK-EVALUATE-CODE TO TRUE
        CALL WS-RULE-PROGRAM USING FDPW-RCHK-AREA
        MOVE 1 TO WS-RULE-IDX
        PERFORM 0140-FORMAT-RULE-VERDICT
        MOVE FDPW-RCHK-NAME(1) TO WS-DOS-RULE-NAME
        MOVE WS-VERDICT-TEXT TO WS-DOS-RULE-VERDICT
        MOVE WS-DOSSIER-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        PERFORM VARYING WS-RULE-IDX FROM 2 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            PERFORM 0140-FORMAT-RULE-VERDICT
            MOVE FDPW-RCHK-NAME(WS-RULE-IDX) TO WS-DOR-RULE-NAME
            MOVE WS-VERDICT-TEXT TO WS-DOR-RULE-VERDICT
            MOVE WS-DOSSIER-RULE-LINE TO FDPW-RPT-LINE
            PERFORM 0220-PRINT-ONE-LINE
        END-PERFORM
        .
    0130-END.

    0140-FORMAT-RULE-VERDICT.
        MOVE SPACES TO WS-VERDICT-TEXT
        IF RCHK-ACCEPTED(WS-RULE-IDX)
            MOVE 'ACCEPT' TO WS-VERDICT-TEXT
        ELSE
            STRING 'REJECT ' FDPW-RCHK-REASON(WS-RULE-IDX)
                DELIMITED BY SIZE INTO WS-VERDICT-TEXT
            END-STRING
        END-IF
        .
    0140-END.

    0200-PRINT-PAGE-HEADING.
        ADD 1 TO WS-PAGE-COUNT
        .
    0240-END.

END PROGRAM FINDPWDO.
