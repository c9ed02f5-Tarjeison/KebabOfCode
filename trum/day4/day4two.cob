        05 FDPW-RUNLEN-LOW-TXT          PIC X(2) VALUE SPACES.
        05 FDPW-RUNLEN-HIGH-TXT         PIC X(2) VALUE SPACES.
        05 FDPW-DEBUG-TXT               PIC X(1) VALUE SPACE.
        05 FDPW-RULE-ID-TXT             PIC X(8) VALUE SPACES.

    01  WS-NUM-TEMP                     PIC 9(6).

        88 RANGE-SCAN-NOT-DONE          VALUE 0.

*> how long a run of matching adjacent digits has to be to count as
*> "the" double for this rule. The catalog card carries the bounds
*> (exactly 2 for EXADBL, the original policy); a PARM value
*> overrides the card's so a policy trial doesn't need a catalog
*> change. Zero keeps the card's bound.
    01 WS-RUNLEN-BOUNDS.
        05 WS-RUNLEN-LOW                PIC 9(2) VALUE 0.
        05 WS-RUNLEN-HIGH                PIC 9(2) VALUE 0.

*> the rule this scan counts is the catalog card named in the PARM,
*> EXADBL unless told otherwise; FINDPWRU judges each code against
*> it (see FDPWRULE and FDPWRCHK).
    01  WS-RULE-PROGRAM                 PIC X(8) VALUE 'FINDPWRU'.
    01  WS-SCAN-RULE-ID                 PIC X(8) VALUE 'EXADBL'.
    01  WS-SCAN-RULE-IDX                PIC 9(2) VALUE 0.
    01  WS-RULE-IDX                     PIC 9(2).
        COPY FDPWRCHK.


    01  NUM-VALID-CODES                 PIC 9(6).
    0000-INIT.
        SET DEBUG-OFF TO TRUE
        PERFORM 0011-GET-PARM-RANGE
        PERFORM 0017-LOAD-RULE-CATALOG
        IF DEBUG-ON
            PERFORM 0010-DEBUG
        ELSE
        UNSTRING FDPW-PARM-TEXT(1:FDPW-PARM-LEN) DELIMITED BY ','
            INTO FDPW-START-TXT FDPW-END-TXT
                 FDPW-RUNLEN-LOW-TXT FDPW-RUNLEN-HIGH-TXT
                 FDPW-DEBUG-TXT FDPW-RULE-ID-TXT
        END-UNSTRING
*>      a purely numeric field is still zero-filled via NUMVAL, same
*>      as before - FUNCTION NUMVAL's result is a numeric item, and
        IF FDPW-DEBUG-TXT = 'Y' OR FDPW-DEBUG-TXT = 'y'
            SET DEBUG-ON TO TRUE
        END-IF
        IF FDPW-RULE-ID-TXT NOT = SPACES
            MOVE FDPW-RULE-ID-TXT TO WS-SCAN-RULE-ID
        END-IF
        PERFORM 0014-VALIDATE-CODE-CHARS
        .
    0011-END.

*> loads and checks the rule catalog and finds the PARM's rule on
*> it; a bounded rule (DOUBLE R) then takes any PARM run-length
*> override. A catalog that cannot be used, or one without the
*> rule, stops the run before any output file is opened.
    0017-LOAD-RULE-CATALOG.
        SET RCHK-LOAD-CATALOG TO TRUE
        CALL WS-RULE-PROGRAM USING FDPW-RCHK-AREA
            ON EXCEPTION
                DISPLAY 'FINDPW0015E RULE EVALUATOR ' WS-RULE-PROGRAM
                    ' COULD NOT BE LOADED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-CALL
        IF RCHK-FAILED
            DISPLAY FDPW-RCHK-MESSAGE
            DISPLAY 'FINDPW0014E RULE CATALOG IS NOT USABLE - NO CODES '
                'SCANNED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            IF FDPW-RCHK-RULE-ID(WS-RULE-IDX) = WS-SCAN-RULE-ID
                MOVE WS-RULE-IDX TO WS-SCAN-RULE-IDX
            END-IF
        END-PERFORM
        IF WS-SCAN-RULE-IDX = 0
            DISPLAY 'FINDPW0016E RULE ' WS-SCAN-RULE-ID
                ' IS NOT ON THE RULE CATALOG'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF FDPW-RCHK-CHK-DOUBLE(WS-SCAN-RULE-IDX) = 'R'
            IF WS-RUNLEN-LOW > 0
                MOVE WS-RUNLEN-LOW
                    TO FDPW-RCHK-RUNLEN-LOW(WS-SCAN-RULE-IDX)
            END-IF
            IF WS-RUNLEN-HIGH > 0
                MOVE WS-RUNLEN-HIGH
                    TO FDPW-RCHK-RUNLEN-HIGH(WS-SCAN-RULE-IDX)
            END-IF
        END-IF
        .
    0017-END.

*> rejects a range whose start or end code contains a character
*> outside WS-ALPHABET (a stray lowercase letter, or trailing blanks
*> from a PARM value shorter than six characters) before the scan or
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF FDPW-RCHK-RUNLEN-LOW(WS-SCAN-RULE-IDX) >
                FDPW-RCHK-RUNLEN-HIGH(WS-SCAN-RULE-IDX)
            DISPLAY 'FINDPW0003E RUN-LENGTH LOW '
                FDPW-RCHK-RUNLEN-LOW(WS-SCAN-RULE-IDX)
                ' IS GREATER THAN RUN-LENGTH HIGH '
                FDPW-RCHK-RUNLEN-HIGH(WS-SCAN-RULE-IDX)
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
                NOT AT END
                    IF FDPW-CKPT-START = WS-PARM-START
                            AND FDPW-CKPT-END = END-CHAR
                            AND FDPW-CKPT-RUNLEN-LOW =
                                FDPW-RCHK-RUNLEN-LOW(WS-SCAN-RULE-IDX)
                            AND FDPW-CKPT-RUNLEN-HIGH =
                                FDPW-RCHK-RUNLEN-HIGH(WS-SCAN-RULE-IDX)
                            AND FDPW-CKPT-RULE-ID = WS-SCAN-RULE-ID
                        SET RESTART-FOUND TO TRUE
                        MOVE FDPW-CKPT-PASSWORD TO PASSWORD-CHAR
                        MOVE FDPW-CKPT-VALID-COUNT TO NUM-VALID-CODES

    0020-SCAN-ONE-CODE.
        PERFORM 0100-CHECK-IF-VALID-PW
        IF RCHK-ACCEPTED(WS-SCAN-RULE-IDX)
            PERFORM 0150-WRITE-VALID-CODE
        END-IF
        IF PASSWORD-CHAR = END-CHAR
        .
    0061-END.

*> FINDPWRU judges the code against every catalog rule; only the
*> scan's own rule decides whether it counts. Under the debug PARM
*> the evaluation is traced line by line to FDPWTRC.
    0100-CHECK-IF-VALID-PW.
        MOVE PASSWORD-CHAR TO FDPW-RCHK-CODE
        SET RCHK-EVALUATE-CODE TO TRUE
        CALL WS-RULE-PROGRAM USING FDPW-RCHK-AREA
        IF DEBUG-ON
            PERFORM 0105-TRACE-EVALUATION
        END-IF
        IF RCHK-ACCEPTED(WS-SCAN-RULE-IDX)
            ADD 1 TO NUM-VALID-CODES
        END-IF
        .
    0100-END.

    0105-TRACE-EVALUATION.
        MOVE SPACES TO WS-TRACE-LINE
        STRING 'Code: ' FDPW-RCHK-CODE
            DELIMITED BY SIZE INTO WS-TRACE-LINE
        PERFORM 0190-WRITE-TRACE-LINE
        MOVE SPACES TO WS-TRACE-LINE
        STRING 'All characters in alphabet: ' FDPW-RCHK-CHARS-OK
            DELIMITED BY SIZE INTO WS-TRACE-LINE
        PERFORM 0190-WRITE-TRACE-LINE
        MOVE SPACES TO WS-TRACE-LINE
        STRING 'Never decreasing: ' FDPW-RCHK-NONDECR
            DELIMITED BY SIZE INTO WS-TRACE-LINE
        PERFORM 0190-WRITE-TRACE-LINE
        MOVE SPACES TO WS-TRACE-LINE
        STRING 'Longest run of matching digits: '
            FDPW-RCHK-LONGEST-RUN
            DELIMITED BY SIZE INTO WS-TRACE-LINE
        PERFORM 0190-WRITE-TRACE-LINE
        MOVE SPACES TO WS-TRACE-LINE
        STRING 'Distinct characters: ' FDPW-RCHK-DISTINCT
            DELIMITED BY SIZE INTO WS-TRACE-LINE
        PERFORM 0190-WRITE-TRACE-LINE
        MOVE SPACES TO WS-TRACE-LINE
        STRING 'Longest ascending straight: ' FDPW-RCHK-STRAIGHT
            DELIMITED BY SIZE INTO WS-TRACE-LINE
        PERFORM 0190-WRITE-TRACE-LINE
        MOVE SPACES TO WS-TRACE-LINE
        STRING 'Rule ' FDPW-RCHK-NAME(WS-SCAN-RULE-IDX) ' '
            FDPW-RCHK-RUNLEN-LOW(WS-SCAN-RULE-IDX) '-'
            FDPW-RCHK-RUNLEN-HIGH(WS-SCAN-RULE-IDX) ': '
            FDPW-RCHK-VERDICT(WS-SCAN-RULE-IDX) ' '
            FDPW-RCHK-REASON(WS-SCAN-RULE-IDX)
            DELIMITED BY SIZE INTO WS-TRACE-LINE
        PERFORM 0190-WRITE-TRACE-LINE
        .
    0105-END.

    0190-WRITE-TRACE-LINE.
        DISPLAY WS-TRACE-LINE
        MOVE WS-TRACE-LINE TO FDPW-TRC-LINE
        WRITE FDPW-TRC-REC
        IF WS-TRC-FILE-STATUS NOT = '00'
        MOVE WS-RUN-DATE TO FDPW-VHDR-RUN-DATE
        MOVE WS-PARM-START TO FDPW-VHDR-START
        MOVE END-CHAR TO FDPW-VHDR-END
        MOVE FDPW-RCHK-NAME(WS-SCAN-RULE-IDX) TO FDPW-VHDR-RULE
        WRITE FDPW-VHDR-REC
        IF WS-OUT-FILE-STATUS NOT = '00'
            MOVE 'FDPWOUT' TO WS-ERR-FILE-NAME
        ELSE
            MOVE SPACES TO FDPW-VALID-REC
            MOVE PASSWORD-CHAR TO FDPW-VALID-CODE
            MOVE FDPW-RCHK-NAME(WS-SCAN-RULE-IDX) TO FDPW-VALID-RULE
            WRITE FDPW-VALID-REC
            IF WS-OUT-FILE-STATUS NOT = '00'
                MOVE 'FDPWOUT' TO WS-ERR-FILE-NAME
    0157-WRITE-SUPPRESSED-CODE.
        MOVE SPACES TO FDPW-SUPP-REC
        MOVE PASSWORD-CHAR TO FDPW-SUPP-CODE
        MOVE FDPW-RCHK-NAME(WS-SCAN-RULE-IDX) TO FDPW-SUPP-RULE
        MOVE WS-MATCHED-REASON TO FDPW-SUPP-REASON
        WRITE FDPW-SUPP-REC
        IF WS-SUPP-FILE-STATUS NOT = '00'
            MOVE 'FINDPW2' TO FDPW-HIST-PROGRAM
            MOVE WS-PARM-START TO FDPW-HIST-START
            MOVE END-CHAR TO FDPW-HIST-END
            MOVE FDPW-RCHK-RUNLEN-LOW(WS-SCAN-RULE-IDX)
                TO FDPW-HIST-RUNLEN-LOW
            MOVE FDPW-RCHK-RUNLEN-HIGH(WS-SCAN-RULE-IDX)
                TO FDPW-HIST-RUNLEN-HIGH
            MOVE NUM-VALID-CODES TO FDPW-HIST-VALID-COUNT
            MOVE WS-ITERATION-COUNT TO FDPW-HIST-ITERATIONS
            MOVE 'COMPLETE' TO FDPW-HIST-STATUS
            MOVE WS-ELAPSED-SECONDS TO FDPW-HIST-ELAPSED-SECS
            MOVE WS-SCAN-RULE-ID TO FDPW-HIST-RULE-ID
            WRITE FDPW-HIST-REC
            IF WS-HIST-FILE-STATUS NOT = '00'
                MOVE 'FDPWHIST' TO WS-ERR-FILE-NAME
            MOVE SPACES TO FDPW-COVR-REC
            MOVE WS-PARM-START TO FDPW-COVR-START
            MOVE END-CHAR TO FDPW-COVR-END
            MOVE FDPW-RCHK-NAME(WS-SCAN-RULE-IDX) TO FDPW-COVR-RULE
            MOVE FDPW-RCHK-RUNLEN-LOW(WS-SCAN-RULE-IDX)
                TO FDPW-COVR-RUNLEN-LOW
            MOVE FDPW-RCHK-RUNLEN-HIGH(WS-SCAN-RULE-IDX)
                TO FDPW-COVR-RUNLEN-HIGH
            MOVE WS-RUN-DATE TO FDPW-COVR-DATE
            WRITE FDPW-COVR-REC
            IF WS-COVR-FILE-STATUS NOT = '00'
    0210-WRITE-CHECKPOINT.
        MOVE WS-PARM-START TO FDPW-CKPT-START
        MOVE END-CHAR TO FDPW-CKPT-END
        MOVE FDPW-RCHK-RUNLEN-LOW(WS-SCAN-RULE-IDX)
            TO FDPW-CKPT-RUNLEN-LOW
        MOVE FDPW-RCHK-RUNLEN-HIGH(WS-SCAN-RULE-IDX)
            TO FDPW-CKPT-RUNLEN-HIGH
        MOVE PASSWORD-CHAR TO FDPW-CKPT-PASSWORD
        MOVE NUM-VALID-CODES TO FDPW-CKPT-VALID-COUNT
        MOVE WS-START-STAMP TO FDPW-CKPT-START-STAMP
        MOVE FUNCTION CURRENT-DATE(1:14) TO FDPW-CKPT-STAMP
        MOVE WS-ITERATION-COUNT TO FDPW-CKPT-ITERATIONS
        MOVE WS-SUPPRESSED-COUNT TO FDPW-CKPT-SUPP-COUNT
        MOVE WS-SCAN-RULE-ID TO FDPW-CKPT-RULE-ID
*>      a checkpoint problem costs restartability, not correctness -
*>      the scan keeps going and the run ends with a warning.
        OPEN OUTPUT FDPW-CKPT-FILE
