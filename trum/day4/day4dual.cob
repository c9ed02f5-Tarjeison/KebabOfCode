ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
*>      one valid-code file and one suppressed file per rule on the
*>      FDPWRULE catalog, on the numbered slot the rule's card names
*>      - one sweep of the range feeds every rule, because stepping
*>      the code is the expensive part and the rule checks are not.
*>      Only the slots the catalog uses are opened, so a slot's DDs
*>      are needed only once a rule is carded on it. Only one file
*>      of each kind is touched at a time, so the six share a status.
        SELECT FDPW-OUT1-FILE ASSIGN TO "FDPWOUT1"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-OUT-FILE-STATUS.
        SELECT FDPW-OUT2-FILE ASSIGN TO "FDPWOUT2"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-OUT-FILE-STATUS.
        SELECT FDPW-OUT3-FILE ASSIGN TO "FDPWOUT3"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-OUT-FILE-STATUS.
        SELECT FDPW-OUT4-FILE ASSIGN TO "FDPWOUT4"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-OUT-FILE-STATUS.
        SELECT FDPW-OUT5-FILE ASSIGN TO "FDPWOUT5"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-OUT-FILE-STATUS.
        SELECT FDPW-OUT6-FILE ASSIGN TO "FDPWOUT6"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-OUT-FILE-STATUS.
        SELECT FDPW-SUP1-FILE ASSIGN TO "FDPWSUP1"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-SUP-FILE-STATUS.
        SELECT FDPW-SUP2-FILE ASSIGN TO "FDPWSUP2"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-SUP-FILE-STATUS.
        SELECT FDPW-SUP3-FILE ASSIGN TO "FDPWSUP3"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-SUP-FILE-STATUS.
        SELECT FDPW-SUP4-FILE ASSIGN TO "FDPWSUP4"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-SUP-FILE-STATUS.
        SELECT FDPW-SUP5-FILE ASSIGN TO "FDPWSUP5"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-SUP-FILE-STATUS.
        SELECT FDPW-SUP6-FILE ASSIGN TO "FDPWSUP6"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-SUP-FILE-STATUS.
        SELECT FDPW-CKPT-FILE ASSIGN TO "FDPWCKPT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CKPT-FILE-STATUS.
            ACCESS MODE IS RANDOM
            RECORD KEY IS FDPW-DENY-CODE
            FILE STATUS IS WS-DENY-FILE-STATUS.
        SELECT FDPW-ERR-FILE ASSIGN TO "FDPWERR"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ERR-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
*>  the slot files are plain 80-byte records written FROM the
*>  shared FDPWVOUT/FDPWVCTL/FDPWSUPP layouts in working storage,
*>  so every slot carries exactly what the single-rule files do.
    FD  FDPW-OUT1-FILE.
    01  FDPW-OUT1-REC                   PIC X(80).
    FD  FDPW-OUT2-FILE.
    01  FDPW-OUT2-REC                   PIC X(80).
    FD  FDPW-OUT3-FILE.
    01  FDPW-OUT3-REC                   PIC X(80).
    FD  FDPW-OUT4-FILE.
    01  FDPW-OUT4-REC                   PIC X(80).
    FD  FDPW-OUT5-FILE.
    01  FDPW-OUT5-REC                   PIC X(80).
    FD  FDPW-OUT6-FILE.
    01  FDPW-OUT6-REC                   PIC X(80).
    FD  FDPW-SUP1-FILE.
    01  FDPW-SUP1-REC                   PIC X(80).
    FD  FDPW-SUP2-FILE.
    01  FDPW-SUP2-REC                   PIC X(80).
    FD  FDPW-SUP3-FILE.
    01  FDPW-SUP3-REC                   PIC X(80).
    FD  FDPW-SUP4-FILE.
    01  FDPW-SUP4-REC                   PIC X(80).
    FD  FDPW-SUP5-FILE.
    01  FDPW-SUP5-REC                   PIC X(80).
    FD  FDPW-SUP6-FILE.
    01  FDPW-SUP6-REC                   PIC X(80).
    FD  FDPW-CKPT-FILE.
        COPY FDPWCKPD.
    FD  FDPW-HIST-FILE.
        COPY FDPWHIST.
    FD  FDPW-DENY-FILE.
        COPY FDPWDENY.
    FD  FDPW-ERR-FILE.
        COPY FDPWERR.
    FD  FDPW-COVR-FILE.
        88 RANGE-SCAN-DONE              VALUE 1.
        88 RANGE-SCAN-NOT-DONE          VALUE 0.

*> PARM override of the run-length bounds of every rule whose
*> catalog card asks for a bounded run (DOUBLE R) - zero keeps the
*> card's own bound, so a PARM without them scans the catalog as
*> carded.
    01 WS-RUNLEN-BOUNDS.
        05 WS-RUNLEN-LOW                PIC 9(2) VALUE 0.
        05 WS-RUNLEN-HIGH               PIC 9(2) VALUE 0.

*> the rules themselves live on the FDPWRULE catalog; FINDPWRU
*> loads it into FDPW-RCHK-AREA and judges each code against every
*> rule there. Called by name so the evaluator is picked up from
*> the load library the step runs from.
    01  WS-RULE-PROGRAM                 PIC X(8) VALUE 'FINDPWRU'.
        COPY FDPWRCHK.

*> which catalog rule (its FDPW-RCHK-RULE entry) each output slot
*> belongs to - zero for a slot the catalog does not use - and
*> each rule's running counts, by the same entry number.
    01 WS-SLOT-CONTROL.
        05 WS-SLOT                      PIC 9.
        05 WS-RULE-IDX                  PIC 9(2).
        05 WS-SLOT-RULE-IDX             PIC 9(2) OCCURS 6 TIMES.
        05 WS-ANY-ACCEPTED-SWITCH       PIC 9.
            88 SOME-RULE-ACCEPTED       VALUE 1.
            88 NO-RULE-ACCEPTED         VALUE 0.
        05 WS-SLOT-MATCH-SWITCH         PIC 9.
            88 SLOTS-MATCH              VALUE 1.
            88 SLOTS-DO-NOT-MATCH       VALUE 0.

    01 WS-SCAN-COUNTS.
        05 WS-RULE-COUNTS OCCURS 6 TIMES.
            10 WS-RULE-VALID-COUNT      PIC 9(6).
            10 WS-RULE-SUPP-COUNT       PIC 9(6).

*> the record for a slot file is built in one of these and written
*> FROM WS-SLOT-RECORD by 0300/0310.
        COPY FDPWVOUT.
        COPY FDPWVCTL.
        COPY FDPWSUPP.
    01  WS-SLOT-RECORD                  PIC X(80).

    01  WS-RUN-DATE                     PIC 9(8).

            88 DENY-MATCHED             VALUE 1.
            88 DENY-NOT-MATCHED         VALUE 0.

    01  WS-OUT-FILE-STATUS              PIC XX VALUE '00'.
    01  WS-SUP-FILE-STATUS              PIC XX VALUE '00'.
    01  WS-CKPT-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-HIST-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-DENY-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-ERR-FILE-STATUS              PIC XX VALUE '00'.
    01  WS-COVR-FILE-STATUS             PIC XX VALUE '00'.

        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP
        MOVE WS-START-STAMP(1:8) TO WS-RUN-DATE
        PERFORM 0011-GET-PARM-RANGE
        PERFORM 0017-LOAD-RULE-CATALOG
        PERFORM 0013-CHECK-RESTART
        PERFORM 0012-VALIDATE-RANGE
        PERFORM 0018-OPEN-OUTPUT-FILES
        PERFORM 0170-WRITE-RUN-HISTORY
        PERFORM 0180-WRITE-COVERAGE-RECORDS
        PERFORM 9100-WRITE-ERROR-SUMMARY
        PERFORM 0190-DISPLAY-RULE-COUNTS
            VARYING WS-RULE-IDX FROM 1 BY 1
            UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
        STOP RUN
        .
    0000-END.
        .
    0016-END.

*> loads and checks the rule catalog, applies the PARM run-length
*> override to the bounded rules, and maps each rule to its slot.
*> A catalog that cannot be used stops the run before any output
*> file is opened - scanning to half a policy is worse than not
*> scanning.
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
        PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 6
            MOVE 0 TO WS-SLOT-RULE-IDX(WS-SLOT)
        END-PERFORM
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            MOVE WS-RULE-IDX
                TO WS-SLOT-RULE-IDX(FDPW-RCHK-SLOT(WS-RULE-IDX))
            MOVE 0 TO WS-RULE-VALID-COUNT(WS-RULE-IDX)
            MOVE 0 TO WS-RULE-SUPP-COUNT(WS-RULE-IDX)
            IF FDPW-RCHK-CHK-DOUBLE(WS-RULE-IDX) = 'R'
                IF WS-RUNLEN-LOW > 0
                    MOVE WS-RUNLEN-LOW
                        TO FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX)
                END-IF
                IF WS-RUNLEN-HIGH > 0
                    MOVE WS-RUNLEN-HIGH
                        TO FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX)
                END-IF
            END-IF
        END-PERFORM
        .
    0017-END.

*>  PASSWORD-CHAR = END-CHAR (a single-code range) is a legitimate
*>  request, not a range-order error - only reject when the start
*>  actually sorts after the end.
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            IF FDPW-RCHK-CHK-DOUBLE(WS-RULE-IDX) = 'R'
                    AND FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX) >
                        FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX)
                DISPLAY 'FINDPW0003E RUN-LENGTH LOW '
                    FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX)
                    ' IS GREATER THAN RUN-LENGTH HIGH '
                    FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX)
                    ' FOR RULE ' FDPW-RCHK-NAME(WS-RULE-IDX)
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-PERFORM
        .
    0012-END.

*> a checkpoint is only resumed from when it was taken for the same
*> range, the same PARM bounds and the same rules on the same slots
*> - counts restored onto a different catalog would be reconciled
*> against files the abended run never wrote.
    0013-CHECK-RESTART.
        SET RESTART-NOT-FOUND TO TRUE
        OPEN INPUT FDPW-CKPT-FILE
        IF WS-CKPT-FILE-STATUS = '00'
                AT END
                    SET RESTART-NOT-FOUND TO TRUE
                NOT AT END
                    SET SLOTS-MATCH TO TRUE
                    PERFORM 0019-MATCH-CHECKPOINT-SLOT
                        VARYING WS-SLOT FROM 1 BY 1
                        UNTIL WS-SLOT > 6
                    IF FDPW-CKPD-START = WS-PARM-START
                            AND FDPW-CKPD-END = END-CHAR
                            AND FDPW-CKPD-RUNLEN-LOW = WS-RUNLEN-LOW
                            AND FDPW-CKPD-RUNLEN-HIGH = WS-RUNLEN-HIGH
                            AND SLOTS-MATCH
                        SET RESTART-FOUND TO TRUE
                        MOVE FDPW-CKPD-PASSWORD TO PASSWORD-CHAR
                        PERFORM 0021-RESTORE-SLOT-COUNTS
                            VARYING WS-SLOT FROM 1 BY 1
                            UNTIL WS-SLOT > 6
                    ELSE
                        DISPLAY 'FINDPW0002W CHECKPOINT IS FOR A DIFFERENT '
                            'RANGE OR RULE - IGNORING IT AND STARTING FRESH'
        .
    0013-END.

    0019-MATCH-CHECKPOINT-SLOT.
        IF WS-SLOT-RULE-IDX(WS-SLOT) = 0
            IF FDPW-CKPD-RULE-ID(WS-SLOT) NOT = SPACES
                SET SLOTS-DO-NOT-MATCH TO TRUE
            END-IF
        ELSE
            MOVE WS-SLOT-RULE-IDX(WS-SLOT) TO WS-RULE-IDX
            IF FDPW-CKPD-RULE-ID(WS-SLOT) NOT =
                    FDPW-RCHK-RULE-ID(WS-RULE-IDX)
                SET SLOTS-DO-NOT-MATCH TO TRUE
            END-IF
        END-IF
        .
    0019-END.

    0021-RESTORE-SLOT-COUNTS.
        IF WS-SLOT-RULE-IDX(WS-SLOT) > 0
            MOVE WS-SLOT-RULE-IDX(WS-SLOT) TO WS-RULE-IDX
            MOVE FDPW-CKPD-VALID(WS-SLOT)
                TO WS-RULE-VALID-COUNT(WS-RULE-IDX)
            MOVE FDPW-CKPD-SUPP(WS-SLOT)
                TO WS-RULE-SUPP-COUNT(WS-RULE-IDX)
        END-IF
        .
    0021-END.

    0015-OPEN-DENY-LIST.
        OPEN INPUT FDPW-DENY-FILE
        IF WS-DENY-FILE-STATUS NOT = '00'
    0015-END.

    0018-OPEN-OUTPUT-FILES.
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            MOVE FDPW-RCHK-SLOT(WS-RULE-IDX) TO WS-SLOT
            PERFORM 0022-OPEN-SLOT-FILES
        END-PERFORM
        .
    0018-END.

    0022-OPEN-SLOT-FILES.
        IF RESTART-FOUND
            EVALUATE WS-SLOT
                WHEN 1 OPEN EXTEND FDPW-OUT1-FILE
                WHEN 2 OPEN EXTEND FDPW-OUT2-FILE
                WHEN 3 OPEN EXTEND FDPW-OUT3-FILE
                WHEN 4 OPEN EXTEND FDPW-OUT4-FILE
                WHEN 5 OPEN EXTEND FDPW-OUT5-FILE
                WHEN 6 OPEN EXTEND FDPW-OUT6-FILE
            END-EVALUATE
        ELSE
            EVALUATE WS-SLOT
                WHEN 1 OPEN OUTPUT FDPW-OUT1-FILE
                WHEN 2 OPEN OUTPUT FDPW-OUT2-FILE
                WHEN 3 OPEN OUTPUT FDPW-OUT3-FILE
                WHEN 4 OPEN OUTPUT FDPW-OUT4-FILE
                WHEN 5 OPEN OUTPUT FDPW-OUT5-FILE
                WHEN 6 OPEN OUTPUT FDPW-OUT6-FILE
            END-EVALUATE
        END-IF
        IF WS-OUT-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPW0005E ERROR OPENING FDPWOUT' WS-SLOT
                ' - FILE STATUS ' WS-OUT-FILE-STATUS
            MOVE 'OPEN' TO WS-ERR-OPERATION
            PERFORM 0305-OUT-FILE-ERROR
        END-IF
        IF RESTART-FOUND
            EVALUATE WS-SLOT
                WHEN 1 OPEN EXTEND FDPW-SUP1-FILE
                WHEN 2 OPEN EXTEND FDPW-SUP2-FILE
                WHEN 3 OPEN EXTEND FDPW-SUP3-FILE
                WHEN 4 OPEN EXTEND FDPW-SUP4-FILE
                WHEN 5 OPEN EXTEND FDPW-SUP5-FILE
                WHEN 6 OPEN EXTEND FDPW-SUP6-FILE
            END-EVALUATE
        ELSE
            EVALUATE WS-SLOT
                WHEN 1 OPEN OUTPUT FDPW-SUP1-FILE
                WHEN 2 OPEN OUTPUT FDPW-SUP2-FILE
                WHEN 3 OPEN OUTPUT FDPW-SUP3-FILE
                WHEN 4 OPEN OUTPUT FDPW-SUP4-FILE
                WHEN 5 OPEN OUTPUT FDPW-SUP5-FILE
                WHEN 6 OPEN OUTPUT FDPW-SUP6-FILE
            END-EVALUATE
        END-IF
        IF WS-SUP-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPW0009E ERROR OPENING FDPWSUP' WS-SLOT
                ' - FILE STATUS ' WS-SUP-FILE-STATUS
            MOVE 'OPEN' TO WS-ERR-OPERATION
            PERFORM 0315-SUP-FILE-ERROR
        END-IF
        .
    0022-END.

*> one increment per code, one evaluation against every catalog
*> rule - this is the whole point of the program: the odometer
*> step through the range happens once instead of once per rule
*> per night.
    0020-SCAN-ONE-CODE.
        MOVE PASSWORD-CHAR TO FDPW-RCHK-CODE
        SET RCHK-EVALUATE-CODE TO TRUE
        CALL WS-RULE-PROGRAM USING FDPW-RCHK-AREA
        SET NO-RULE-ACCEPTED TO TRUE
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            IF RCHK-ACCEPTED(WS-RULE-IDX)
                SET SOME-RULE-ACCEPTED TO TRUE
            END-IF
        END-PERFORM
        IF SOME-RULE-ACCEPTED
            PERFORM 0155-SEARCH-DENY-LIST
            PERFORM 0150-WRITE-VALID-CODE
                VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
        END-IF
        IF PASSWORD-CHAR = END-CHAR
            SET RANGE-SCAN-DONE TO TRUE
        .
    0061-END.

    0140-WRITE-HEADERS.
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            MOVE SPACES TO FDPW-VHDR-REC
            MOVE 'HDR***' TO FDPW-VHDR-ID
            MOVE WS-RUN-DATE TO FDPW-VHDR-RUN-DATE
            MOVE WS-PARM-START TO FDPW-VHDR-START
            MOVE END-CHAR TO FDPW-VHDR-END
            MOVE FDPW-RCHK-NAME(WS-RULE-IDX) TO FDPW-VHDR-RULE
            MOVE FDPW-VHDR-REC TO WS-SLOT-RECORD
            MOVE FDPW-RCHK-SLOT(WS-RULE-IDX) TO WS-SLOT
            PERFORM 0300-WRITE-SLOT-OUT
        END-PERFORM
        .
    0140-END.

*> a rule-valid code on the deny list never reaches a valid file -
*> it goes to that rule's suppressed file with the deny reason, so
*> every valid file stays directly issuable without a downstream
*> scrub. 0020's one keyed READ covers every rule for the code in
*> hand.
    0150-WRITE-VALID-CODE.
        IF RCHK-ACCEPTED(WS-RULE-IDX)
            ADD 1 TO WS-RULE-VALID-COUNT(WS-RULE-IDX)
            MOVE FDPW-RCHK-SLOT(WS-RULE-IDX) TO WS-SLOT
            IF DENY-MATCHED
                MOVE SPACES TO FDPW-SUPP-REC
                MOVE PASSWORD-CHAR TO FDPW-SUPP-CODE
                MOVE FDPW-RCHK-NAME(WS-RULE-IDX) TO FDPW-SUPP-RULE
                MOVE WS-MATCHED-REASON TO FDPW-SUPP-REASON
                MOVE FDPW-SUPP-REC TO WS-SLOT-RECORD
                PERFORM 0310-WRITE-SLOT-SUP
                ADD 1 TO WS-RULE-SUPP-COUNT(WS-RULE-IDX)
            ELSE
                MOVE SPACES TO FDPW-VALID-REC
                MOVE PASSWORD-CHAR TO FDPW-VALID-CODE
                MOVE FDPW-RCHK-NAME(WS-RULE-IDX) TO FDPW-VALID-RULE
                MOVE FDPW-VALID-REC TO WS-SLOT-RECORD
                PERFORM 0300-WRITE-SLOT-OUT
            END-IF
        END-IF
        .
    0150-END.

*> one keyed READ against the deny KSDS - record found means the
*> code is denied, 23 means it is clean, and anything else is a
*> broken security control and fails the run the same way a bad
*> records actually present (see the FINDPWVF verifier) - a file
*> that ends without its record is a partial left by an abend.
    0160-WRITE-TRAILERS.
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            MOVE SPACES TO FDPW-VTRL-REC
            MOVE 'TRL***' TO FDPW-VTRL-ID
            COMPUTE FDPW-VTRL-REC-COUNT =
                WS-RULE-VALID-COUNT(WS-RULE-IDX)
                - WS-RULE-SUPP-COUNT(WS-RULE-IDX)
            MOVE WS-RULE-VALID-COUNT(WS-RULE-IDX)
                TO FDPW-VTRL-VALID-COUNT
            MOVE FDPW-VTRL-REC TO WS-SLOT-RECORD
            MOVE FDPW-RCHK-SLOT(WS-RULE-IDX) TO WS-SLOT
            PERFORM 0300-WRITE-SLOT-OUT
        END-PERFORM
        .
    0160-END.

*> the slot files' only WRITE statements - every valid, header,
*> trailer and suppressed record goes through one of these two.
    0300-WRITE-SLOT-OUT.
        EVALUATE WS-SLOT
            WHEN 1 WRITE FDPW-OUT1-REC FROM WS-SLOT-RECORD
            WHEN 2 WRITE FDPW-OUT2-REC FROM WS-SLOT-RECORD
            WHEN 3 WRITE FDPW-OUT3-REC FROM WS-SLOT-RECORD
            WHEN 4 WRITE FDPW-OUT4-REC FROM WS-SLOT-RECORD
            WHEN 5 WRITE FDPW-OUT5-REC FROM WS-SLOT-RECORD
            WHEN 6 WRITE FDPW-OUT6-REC FROM WS-SLOT-RECORD
        END-EVALUATE
        IF WS-OUT-FILE-STATUS NOT = '00'
            MOVE 'WRITE' TO WS-ERR-OPERATION
            PERFORM 0305-OUT-FILE-ERROR
        END-IF
        .
    0300-END.

    0305-OUT-FILE-ERROR.
        MOVE SPACES TO WS-ERR-FILE-NAME
        STRING 'FDPWOUT' WS-SLOT DELIMITED BY SIZE
            INTO WS-ERR-FILE-NAME
        MOVE WS-OUT-FILE-STATUS TO WS-ERR-FILE-CODE
        PERFORM 9020-FATAL-FILE-ERROR
        .
    0305-END.

    0310-WRITE-SLOT-SUP.
        EVALUATE WS-SLOT
            WHEN 1 WRITE FDPW-SUP1-REC FROM WS-SLOT-RECORD
            WHEN 2 WRITE FDPW-SUP2-REC FROM WS-SLOT-RECORD
            WHEN 3 WRITE FDPW-SUP3-REC FROM WS-SLOT-RECORD
            WHEN 4 WRITE FDPW-SUP4-REC FROM WS-SLOT-RECORD
            WHEN 5 WRITE FDPW-SUP5-REC FROM WS-SLOT-RECORD
            WHEN 6 WRITE FDPW-SUP6-REC FROM WS-SLOT-RECORD
        END-EVALUATE
        IF WS-SUP-FILE-STATUS NOT = '00'
            MOVE 'WRITE' TO WS-ERR-OPERATION
            PERFORM 0315-SUP-FILE-ERROR
        END-IF
        .
    0310-END.

    0315-SUP-FILE-ERROR.
        MOVE SPACES TO WS-ERR-FILE-NAME
        STRING 'FDPWSUP' WS-SLOT DELIMITED BY SIZE
            INTO WS-ERR-FILE-NAME
        MOVE WS-SUP-FILE-STATUS TO WS-ERR-FILE-CODE
        PERFORM 9020-FATAL-FILE-ERROR
        .
    0315-END.

    0090-CLOSE-OUTPUT-FILES.
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            MOVE FDPW-RCHK-SLOT(WS-RULE-IDX) TO WS-SLOT
            PERFORM 0092-CLOSE-SLOT-FILES
        END-PERFORM
        CLOSE FDPW-DENY-FILE
        IF WS-DENY-FILE-STATUS NOT = '00'
            MOVE 'FDPWDENY' TO WS-ERR-FILE-NAME
        .
    0090-END.

    0092-CLOSE-SLOT-FILES.
        EVALUATE WS-SLOT
            WHEN 1 CLOSE FDPW-OUT1-FILE
            WHEN 2 CLOSE FDPW-OUT2-FILE
            WHEN 3 CLOSE FDPW-OUT3-FILE
            WHEN 4 CLOSE FDPW-OUT4-FILE
            WHEN 5 CLOSE FDPW-OUT5-FILE
            WHEN 6 CLOSE FDPW-OUT6-FILE
        END-EVALUATE
        IF WS-OUT-FILE-STATUS NOT = '00'
            MOVE 'CLOSE' TO WS-ERR-OPERATION
            PERFORM 0305-OUT-FILE-ERROR
        END-IF
        EVALUATE WS-SLOT
            WHEN 1 CLOSE FDPW-SUP1-FILE
            WHEN 2 CLOSE FDPW-SUP2-FILE
            WHEN 3 CLOSE FDPW-SUP3-FILE
            WHEN 4 CLOSE FDPW-SUP4-FILE
            WHEN 5 CLOSE FDPW-SUP5-FILE
            WHEN 6 CLOSE FDPW-SUP6-FILE
        END-EVALUATE
        IF WS-SUP-FILE-STATUS NOT = '00'
            MOVE 'CLOSE' TO WS-ERR-OPERATION
            PERFORM 0315-SUP-FILE-ERROR
        END-IF
        .
    0092-END.

*> one ledger record per catalog rule per completed run, written
*> under the program name FINDPWD plus the rule's slot digit and
*> carrying the rule id, so the trend report and the pre-flight
*> rate arithmetic see each rule's counts the way they would from
*> separate single-rule runs. A ledger problem is not worth
*> abandoning a finished scan over, so it warns and lowers the
*> return code to 4.
    0170-WRITE-RUN-HISTORY.
        MOVE WS-START-STAMP TO WS-STAMP-IN
        PERFORM 8200-STAMP-TO-SECONDS
            MOVE 4 TO WS-NEW-RC
            PERFORM 9000-RECORD-FILE-ERROR
        ELSE
            PERFORM 0175-WRITE-ONE-HISTORY
                VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            CLOSE FDPW-HIST-FILE
        END-IF
        .
    0170-END.

    0175-WRITE-ONE-HISTORY.
        MOVE SPACES TO FDPW-HIST-REC
        MOVE FUNCTION CURRENT-DATE(1:14) TO FDPW-HIST-STAMP
        STRING 'FINDPWD' FDPW-RCHK-SLOT(WS-RULE-IDX)
            DELIMITED BY SIZE INTO FDPW-HIST-PROGRAM
        MOVE WS-PARM-START TO FDPW-HIST-START
        MOVE END-CHAR TO FDPW-HIST-END
        MOVE FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX) TO FDPW-HIST-RUNLEN-LOW
        MOVE FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX)
            TO FDPW-HIST-RUNLEN-HIGH
        MOVE WS-RULE-VALID-COUNT(WS-RULE-IDX) TO FDPW-HIST-VALID-COUNT
        MOVE WS-ITERATION-COUNT TO FDPW-HIST-ITERATIONS
        MOVE 'COMPLETE' TO FDPW-HIST-STATUS
        MOVE WS-ELAPSED-SECONDS TO FDPW-HIST-ELAPSED-SECS
        MOVE FDPW-RCHK-RULE-ID(WS-RULE-IDX) TO FDPW-HIST-RULE-ID
        WRITE FDPW-HIST-REC
        IF WS-HIST-FILE-STATUS NOT = '00'
            MOVE 'FDPWHIST' TO WS-ERR-FILE-NAME
            MOVE 'WRITE' TO WS-ERR-OPERATION
            MOVE WS-HIST-FILE-STATUS TO WS-ERR-FILE-CODE
            PERFORM 9030-WARN-FILE-ERROR
        END-IF
        .
    0175-END.

*> one ledger record per catalog rule per completed run, under the
*> rule's name and the bounds it actually ran with, so the FINDPWCA
*> audit still proves each rule's keyspace coverage on its own
*> terms. Like the run-history ledger, a problem here warns rather
*> than failing a finished scan.
    0180-WRITE-COVERAGE-RECORDS.
        OPEN EXTEND FDPW-COVR-FILE
        IF WS-COVR-FILE-STATUS NOT = '00'
            MOVE WS-COVR-FILE-STATUS TO WS-ERR-FILE-CODE
            PERFORM 9030-WARN-FILE-ERROR
        ELSE
            PERFORM 0185-WRITE-ONE-COVERAGE
                VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > FDPW-RCHK-NUM-RULES
            CLOSE FDPW-COVR-FILE
        END-IF
        .
    0180-END.

    0185-WRITE-ONE-COVERAGE.
        MOVE SPACES TO FDPW-COVR-REC
        MOVE WS-PARM-START TO FDPW-COVR-START
        MOVE END-CHAR TO FDPW-COVR-END
        MOVE FDPW-RCHK-NAME(WS-RULE-IDX) TO FDPW-COVR-RULE
        MOVE FDPW-RCHK-RUNLEN-LOW(WS-RULE-IDX) TO FDPW-COVR-RUNLEN-LOW
        MOVE FDPW-RCHK-RUNLEN-HIGH(WS-RULE-IDX)
            TO FDPW-COVR-RUNLEN-HIGH
        MOVE WS-RUN-DATE TO FDPW-COVR-DATE
        WRITE FDPW-COVR-REC
        IF WS-COVR-FILE-STATUS NOT = '00'
            MOVE 'FDPWCOVR' TO WS-ERR-FILE-NAME
            MOVE 'WRITE' TO WS-ERR-OPERATION
            MOVE WS-COVR-FILE-STATUS TO WS-ERR-FILE-CODE
            PERFORM 9030-WARN-FILE-ERROR
        END-IF
        .
    0185-END.

    0190-DISPLAY-RULE-COUNTS.
        DISPLAY 'VALID CODES      ' FDPW-RCHK-NAME(WS-RULE-IDX) ' '
            WS-RULE-VALID-COUNT(WS-RULE-IDX)
        DISPLAY 'SUPPRESSED CODES ' FDPW-RCHK-NAME(WS-RULE-IDX) ' '
            WS-RULE-SUPP-COUNT(WS-RULE-IDX)
        .
    0190-END.

    0095-CLEAR-CHECKPOINT.
        OPEN OUTPUT FDPW-CKPT-FILE
        IF WS-CKPT-FILE-STATUS NOT = '00'
    0095-END.

    0210-WRITE-CHECKPOINT.
        MOVE SPACES TO FDPW-CKPD-REC
        MOVE WS-PARM-START TO FDPW-CKPD-START
        MOVE END-CHAR TO FDPW-CKPD-END
        MOVE WS-RUNLEN-LOW TO FDPW-CKPD-RUNLEN-LOW
        MOVE WS-RUNLEN-HIGH TO FDPW-CKPD-RUNLEN-HIGH
        MOVE PASSWORD-CHAR TO FDPW-CKPD-PASSWORD
        PERFORM 0215-CHECKPOINT-ONE-SLOT
            VARYING WS-SLOT FROM 1 BY 1
            UNTIL WS-SLOT > 6
        MOVE WS-START-STAMP TO FDPW-CKPD-START-STAMP
        MOVE FUNCTION CURRENT-DATE(1:14) TO FDPW-CKPD-STAMP
        MOVE WS-ITERATION-COUNT TO FDPW-CKPD-ITERATIONS
        .
    0210-END.

    0215-CHECKPOINT-ONE-SLOT.
        IF WS-SLOT-RULE-IDX(WS-SLOT) = 0
            MOVE SPACES TO FDPW-CKPD-RULE-ID(WS-SLOT)
            MOVE 0 TO FDPW-CKPD-VALID(WS-SLOT)
            MOVE 0 TO FDPW-CKPD-SUPP(WS-SLOT)
        ELSE
            MOVE WS-SLOT-RULE-IDX(WS-SLOT) TO WS-RULE-IDX
            MOVE FDPW-RCHK-RULE-ID(WS-RULE-IDX)
                TO FDPW-CKPD-RULE-ID(WS-SLOT)
            MOVE WS-RULE-VALID-COUNT(WS-RULE-IDX)
                TO FDPW-CKPD-VALID(WS-SLOT)
            MOVE WS-RULE-SUPP-COUNT(WS-RULE-IDX)
                TO FDPW-CKPD-SUPP(WS-SLOT)
        END-IF
        .
    0215-END.

    8200-STAMP-TO-SECONDS.
        MOVE WS-STAMP-IN(1:8) TO WS-STAMP-DATE
        COMPUTE WS-STAMP-DAYS = FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
