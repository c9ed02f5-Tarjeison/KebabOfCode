        05 FDPW-START-TXT               PIC X(6).
        05 FDPW-END-TXT                 PIC X(6).

    01 WS-RULE-PARSE.
        05 FDPW-BASE-RULE-TXT           PIC X(8) VALUE SPACES.
        05 FDPW-COMPARE-RULE-TXT        PIC X(8) VALUE SPACES.

*> the rules come off the FDPWRULE catalog through FINDPWRU, so
*> this driver reconciles exactly what the scanners count. The
*> delta file lists every code the BASE rule accepts and the
*> COMPARE rule rejects - by default ANYDBL against EXADBL, the
*> any-double-only codes this driver was first written to find.
    01  WS-RULE-PROGRAM                 PIC X(8) VALUE 'FINDPWRU'.
        COPY FDPWRCHK.

    01 WS-RULE-CONTROL.
        05 WS-BASE-RULE-ID              PIC X(8) VALUE 'ANYDBL'.
        05 WS-COMPARE-RULE-ID           PIC X(8) VALUE 'EXADBL'.
        05 WS-BASE-RULE-IDX             PIC 9(2) VALUE 0.
        05 WS-COMPARE-RULE-IDX          PIC 9(2) VALUE 0.
        05 WS-RULE-IDX                  PIC 9(2).
        05 WS-DELTA-REASON              PIC X(30).

    01 WS-RULE-COUNTS.
        05 NUM-RULE-ACCEPTED            PIC 9(6) OCCURS 6 TIMES.
    01  NUM-DELTA-CODES                 PIC 9(6).

*> return-code scheme for the scheduler's COND processing:
    0000-MAIN.
        PERFORM 0011-GET-PARM-RANGE
        PERFORM 0012-VALIDATE-RANGE
        PERFORM 0013-LOAD-RULE-CATALOG
        SUBTRACT END-VALUE FROM PASSWORD-NUM GIVING DIFF
*>      day4two.cob's scan is inclusive of END-VALUE; match that here
*>      so this driver's totals line up with a real day4two.cob run
*>      over the same PARM range.
        ADD 1 TO DIFF
        MOVE 0 TO NUM-DELTA-CODES
        OPEN OUTPUT FDPW-DELTA-FILE
        IF WS-DELTA-FILE-STATUS NOT = '00'
            PERFORM 9020-FATAL-FILE-ERROR
        END-IF
        PERFORM DIFF TIMES
            PERFORM 0100-EVALUATE-CODE
            IF RCHK-ACCEPTED(WS-BASE-RULE-IDX)
                    AND RCHK-REJECTED(WS-COMPARE-RULE-IDX)
                ADD 1 TO NUM-DELTA-CODES
                PERFORM 0300-WRITE-DELTA-CODE
            END-IF
            ADD 1 TO PASSWORD-NUM
        END-PERFORM
            PERFORM 9020-FATAL-FILE-ERROR
        END-IF
        PERFORM 9100-WRITE-ERROR-SUMMARY
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            DISPLAY FDPW-RCHK-NAME(WS-RULE-IDX) ' RULE ACCEPTED: '
                NUM-RULE-ACCEPTED(WS-RULE-IDX)
        END-PERFORM
        DISPLAY 'DELTA (' WS-DELTA-REASON ') CODES: '
            NUM-DELTA-CODES
        STOP RUN
        .
    0000-END.
    0011-GET-PARM-RANGE.
        UNSTRING FDPW-PARM-TEXT(1:FDPW-PARM-LEN) DELIMITED BY ','
            INTO FDPW-START-TXT FDPW-END-TXT
                 FDPW-BASE-RULE-TXT FDPW-COMPARE-RULE-TXT
        END-UNSTRING
*>      NUMVAL (rather than a straight MOVE) so a PARM field shorter
*>      than its PIC X slot - UNSTRING space-pads it on the right -
*>      converts to the right zero-filled number instead of garbage.
        MOVE FUNCTION NUMVAL(FDPW-START-TXT) TO PASSWORD-NUM
        MOVE FUNCTION NUMVAL(FDPW-END-TXT) TO END-VALUE
        IF FDPW-BASE-RULE-TXT NOT = SPACES
            MOVE FDPW-BASE-RULE-TXT TO WS-BASE-RULE-ID
        END-IF
        IF FDPW-COMPARE-RULE-TXT NOT = SPACES
            MOVE FDPW-COMPARE-RULE-TXT TO WS-COMPARE-RULE-ID
        END-IF
        .
    0011-END.

        .
    0012-END.

*> loads the catalog and finds the two rules the delta is drawn
*> between - either missing stops the run before the delta file
*> is opened.
    0013-LOAD-RULE-CATALOG.
        SET RCHK-LOAD-CATALOG TO TRUE
        CALL WS-RULE-PROGRAM USING FDPW-RCHK-AREA
            ON EXCEPTION
                DISPLAY 'FINDPWRC0015E RULE EVALUATOR ' WS-RULE-PROGRAM
                    ' COULD NOT BE LOADED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-CALL
        IF RCHK-FAILED
            DISPLAY FDPW-RCHK-MESSAGE
            DISPLAY 'FINDPWRC0014E RULE CATALOG IS NOT USABLE - NO '
                'CODES RECONCILED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            MOVE 0 TO NUM-RULE-ACCEPTED(WS-RULE-IDX)
            IF FDPW-RCHK-RULE-ID(WS-RULE-IDX) = WS-BASE-RULE-ID
                MOVE WS-RULE-IDX TO WS-BASE-RULE-IDX
            END-IF
            IF FDPW-RCHK-RULE-ID(WS-RULE-IDX) = WS-COMPARE-RULE-ID
                MOVE WS-RULE-IDX TO WS-COMPARE-RULE-IDX
            END-IF
        END-PERFORM
        IF WS-BASE-RULE-IDX = 0 OR WS-COMPARE-RULE-IDX = 0
            DISPLAY 'FINDPWRC0016E RULE ' WS-BASE-RULE-ID ' OR '
                WS-COMPARE-RULE-ID ' IS NOT ON THE RULE CATALOG'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SPACES TO WS-DELTA-REASON
        STRING FDPW-RCHK-NAME(WS-BASE-RULE-IDX) DELIMITED BY SPACE
            '-ONLY' DELIMITED BY SIZE
            INTO WS-DELTA-REASON
        .
    0013-END.

*> every catalog rule is judged and counted for every code, so the
*> totals line up with a catalog scan over the same PARM range.
    0100-EVALUATE-CODE.
        MOVE PASSWORD-NUM TO FDPW-RCHK-CODE
        SET RCHK-EVALUATE-CODE TO TRUE
        CALL WS-RULE-PROGRAM USING FDPW-RCHK-AREA
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            IF RCHK-ACCEPTED(WS-RULE-IDX)
                ADD 1 TO NUM-RULE-ACCEPTED(WS-RULE-IDX)
            END-IF
        END-PERFORM
        .
    0100-END.

    0300-WRITE-DELTA-CODE.
        MOVE PASSWORD-NUM TO FDPW-DELTA-CODE
        MOVE WS-DELTA-REASON TO FDPW-DELTA-REASON
        WRITE FDPW-DELTA-REC
        IF WS-DELTA-FILE-STATUS NOT = '00'
            MOVE 'FDPWDLTA' TO WS-ERR-FILE-NAME
