        05 FDPW-START-TXT               PIC X(6).
        05 FDPW-END-TXT                 PIC X(6).

    01  FDPW-RULE-ID-TXT                PIC X(8) VALUE SPACES.

*> the rule reported on is the catalog card named in the PARM,
*> EXADBL unless told otherwise; FINDPWRU judges each code against
*> it, and its RUN-POS is where the qualifying double first starts.
    01  WS-RULE-PROGRAM                 PIC X(8) VALUE 'FINDPWRU'.
    01  WS-STAT-RULE-ID                 PIC X(8) VALUE 'EXADBL'.
    01  WS-STAT-RULE-IDX                PIC 9(2) VALUE 0.
    01  WS-RULE-IDX                     PIC 9(2).
    01  E-MATCH-POSITION                PIC 9.
        COPY FDPWRCHK.

    01  NUM-VALID-CODES                 PIC 9(6).

    0000-MAIN.
        PERFORM 0011-GET-PARM-RANGE
        PERFORM 0012-VALIDATE-RANGE
        PERFORM 0013-LOAD-RULE-CATALOG
        SUBTRACT END-VALUE FROM PASSWORD-NUM GIVING DIFF
        ADD 1 TO DIFF
        MOVE 0 TO NUM-VALID-CODES
        PERFORM 0020-CLEAR-BUCKETS
        PERFORM DIFF TIMES
            PERFORM 0100-EVALUATE-CODE
            IF RCHK-ACCEPTED(WS-STAT-RULE-IDX)
                ADD 1 TO NUM-VALID-CODES
                PERFORM 0150-TALLY-LEADING-DIGIT
                PERFORM 0160-TALLY-MATCH-POSITION
            PERFORM 9020-FATAL-FILE-ERROR
        END-IF
        PERFORM 9100-WRITE-ERROR-SUMMARY
        DISPLAY 'VALID CODES IN RANGE: ' NUM-VALID-CODES ' ('
            FDPW-RCHK-NAME(WS-STAT-RULE-IDX) ')'
        STOP RUN
        .
    0000-END.

    0011-GET-PARM-RANGE.
        UNSTRING FDPW-PARM-TEXT(1:FDPW-PARM-LEN) DELIMITED BY ','
            INTO FDPW-START-TXT FDPW-END-TXT FDPW-RULE-ID-TXT
        END-UNSTRING
*>      NUMVAL (rather than a straight MOVE) so a PARM field shorter
*>      than its PIC X slot - UNSTRING space-pads it on the right -
*>      converts to the right zero-filled number instead of garbage.
        MOVE FUNCTION NUMVAL(FDPW-START-TXT) TO PASSWORD-NUM
        MOVE FUNCTION NUMVAL(FDPW-END-TXT) TO END-VALUE
        IF FDPW-RULE-ID-TXT NOT = SPACES
            MOVE FDPW-RULE-ID-TXT TO WS-STAT-RULE-ID
        END-IF
        .
    0011-END.

        .
    0020-END.

*> loads the catalog and finds the PARM's rule on it - a catalog
*> that cannot be used, or one without the rule, stops the run
*> before the stat file is opened.
    0013-LOAD-RULE-CATALOG.
        SET RCHK-LOAD-CATALOG TO TRUE
        CALL WS-RULE-PROGRAM USING FDPW-RCHK-AREA
            ON EXCEPTION
                DISPLAY 'FINDPWDS0015E RULE EVALUATOR ' WS-RULE-PROGRAM
                    ' COULD NOT BE LOADED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-CALL
        IF RCHK-FAILED
            DISPLAY FDPW-RCHK-MESSAGE
            DISPLAY 'FINDPWDS0014E RULE CATALOG IS NOT USABLE - NO '
                'STATISTICS PRODUCED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            IF FDPW-RCHK-RULE-ID(WS-RULE-IDX) = WS-STAT-RULE-ID
                MOVE WS-RULE-IDX TO WS-STAT-RULE-IDX
            END-IF
        END-PERFORM
        IF WS-STAT-RULE-IDX = 0
            DISPLAY 'FINDPWDS0016E RULE ' WS-STAT-RULE-ID
                ' IS NOT ON THE RULE CATALOG'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0013-END.

*> RUN-POS is the first qualifying run only - a code like 112233
*> has three, and the breakdown report buckets by where the pair
*> first appears, not the last one found.
    0100-EVALUATE-CODE.
        MOVE PASSWORD-NUM TO FDPW-RCHK-CODE
        SET RCHK-EVALUATE-CODE TO TRUE
        CALL WS-RULE-PROGRAM USING FDPW-RCHK-AREA
        MOVE FDPW-RCHK-RUN-POS(WS-STAT-RULE-IDX) TO E-MATCH-POSITION
        .
    0100-END.


    0200-WRITE-LEADING-DIGIT-REPORT.
        PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1 UNTIL WS-BUCKET-IDX > 10
            MOVE SPACES TO FDPW-STAT-REC
            MOVE 'LEADDGT' TO FDPW-STAT-TYPE
            MOVE WS-STAT-RULE-ID TO FDPW-STAT-RULE-ID
            MOVE WS-BUCKET-IDX TO FDPW-STAT-KEY
            SUBTRACT 1 FROM FDPW-STAT-KEY
            MOVE WS-LEADING-COUNT(WS-BUCKET-IDX) TO FDPW-STAT-COUNT

    0210-WRITE-MATCH-POSITION-REPORT.
        PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1 UNTIL WS-BUCKET-IDX > 5
            MOVE SPACES TO FDPW-STAT-REC
            MOVE 'MATCHPOS' TO FDPW-STAT-TYPE
            MOVE WS-STAT-RULE-ID TO FDPW-STAT-RULE-ID
            MOVE WS-BUCKET-IDX TO FDPW-STAT-KEY
            MOVE WS-POSITION-COUNT(WS-BUCKET-IDX) TO FDPW-STAT-COUNT
            WRITE FDPW-STAT-REC
