        05 FDPW-RUNLEN-LOW-TXT          PIC X(2) VALUE SPACES.
        05 FDPW-RUNLEN-HIGH-TXT         PIC X(2) VALUE SPACES.

*> PARM override of the run-length bounds of every bounded catalog
*> rule (DOUBLE R) - the same override the scanners take, so a
*> disposition here matches that scan. Zero keeps the card's bound.
    01 WS-RUNLEN-BOUNDS.
        05 WS-RUNLEN-LOW                PIC 9(2) VALUE 0.
        05 WS-RUNLEN-HIGH               PIC 9(2) VALUE 0.

*> every rule on the FDPWRULE catalog is judged by FINDPWRU and
*> lands in the disposition column for its slot - a candidate
*> outside the scanners' alphabet comes back BADC under every rule,
*> which is how this batch has always reported one.
    01  WS-RULE-PROGRAM                 PIC X(8) VALUE 'FINDPWRU'.
        COPY FDPWRCHK.

    01 WS-RULE-CONTROL.
        05 WS-RULE-IDX                  PIC 9(2).
        05 WS-SLOT                      PIC 9.

    01  WS-ADJUDICATE-SWITCH            PIC 9 VALUE 0.
        88 ADJUDICATE-DONE              VALUE 1.

    01 WS-ADJUDICATE-COUNTS.
        05 NUM-CANDIDATES               PIC 9(6) VALUE 0.
        05 NUM-RULE-ACCEPTED            PIC 9(6) OCCURS 6 TIMES.

    01  WS-CAND-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-DISP-FILE-STATUS             PIC XX VALUE '00'.
PROCEDURE DIVISION USING FDPW-PARM-AREA.
    0000-MAIN.
        PERFORM 0011-GET-PARM-BOUNDS
        PERFORM 0013-LOAD-RULE-CATALOG
        OPEN INPUT FDPW-CAND-FILE
        IF WS-CAND-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWAJ0002E ERROR OPENING FDPWCAND - FILE STATUS '
        CLOSE FDPW-CAND-FILE
        CLOSE FDPW-DISP-FILE
        DISPLAY 'FINDPWAJ CANDIDATES READ:       ' NUM-CANDIDATES
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            DISPLAY 'FINDPWAJ ' FDPW-RCHK-NAME(WS-RULE-IDX)
                ' ACCEPTED: ' NUM-RULE-ACCEPTED(WS-RULE-IDX)
        END-PERFORM
        STOP RUN
        .
    0000-END.

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
*> the bounded rules - a catalog that cannot be used stops the run
*> before a single disposition is written.
    0013-LOAD-RULE-CATALOG.
        SET RCHK-LOAD-CATALOG TO TRUE
        CALL WS-RULE-PROGRAM USING FDPW-RCHK-AREA
            ON EXCEPTION
                DISPLAY 'FINDPWAJ0007E RULE EVALUATOR ' WS-RULE-PROGRAM
                    ' COULD NOT BE LOADED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-CALL
        IF RCHK-FAILED
            DISPLAY FDPW-RCHK-MESSAGE
            DISPLAY 'FINDPWAJ0006E RULE CATALOG IS NOT USABLE - NO '
                'CANDIDATES ADJUDICATED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            MOVE 0 TO NUM-RULE-ACCEPTED(WS-RULE-IDX)
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

    0020-ADJUDICATE-ONE-CODE.
        READ FDPW-CAND-FILE
    0030-DISPOSE-ONE-CODE.
        MOVE SPACES TO FDPW-DISP-REC
        MOVE WS-CAND-CODE TO FDPW-DISP-CODE
        MOVE WS-CAND-CODE TO FDPW-RCHK-CODE
        SET RCHK-EVALUATE-CODE TO TRUE
        CALL WS-RULE-PROGRAM USING FDPW-RCHK-AREA
        PERFORM 0050-SET-RULE-DISPOSITION
            VARYING WS-RULE-IDX FROM 1 BY 1
            UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
        WRITE FDPW-DISP-REC
        IF WS-DISP-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWAJ0005E ERROR WRITING FDPWDISP - FILE '
        .
    0030-END.

*> a code with adjacent matches but no run inside the bounds failed
*> a bounded rule only because every run it has is too long - RLNG
*> tells the desk that tightening was the rejection, NDBL that the
*> code has no repeated adjacent character at all (see FDPWRCHK for
*> the full list of reasons).
    0050-SET-RULE-DISPOSITION.
        MOVE FDPW-RCHK-SLOT(WS-RULE-IDX) TO WS-SLOT
        MOVE FDPW-RCHK-VERDICT(WS-RULE-IDX)
            TO FDPW-DISP-VERDICT(WS-SLOT)
        MOVE FDPW-RCHK-REASON(WS-RULE-IDX)
            TO FDPW-DISP-REASON(WS-SLOT)
        IF RCHK-ACCEPTED(WS-RULE-IDX)
            ADD 1 TO NUM-RULE-ACCEPTED(WS-RULE-IDX)
        END-IF
        .
    0050-END.

END PROGRAM FINDPWAJ.
