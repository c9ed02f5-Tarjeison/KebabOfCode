IDENTIFICATION DIVISION.
PROGRAM-ID. FINDPWIE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
*>      DYNAMIC so sign-on can START low and READ NEXT through the
*>      master counting AVAILABLE stock, and each specific-code
*>      request can then READ by key through the same open file.
*>      Opened INPUT - the entry panel never changes the master,
*>      only FINDPWIS does, that night.
        SELECT FDPW-MST-FILE ASSIGN TO "FDPWMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FDPW-MST-CODE
            FILE STATUS IS WS-MST-FILE-STATUS.
        SELECT FDPW-DENY-FILE ASSIGN TO "FDPWDENY"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS FDPW-DENY-CODE
            FILE STATUS IS WS-DENY-FILE-STATUS.
        SELECT FDPW-IREQ-FILE ASSIGN TO "FDPWIREQ"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-IREQ-FILE-STATUS.
        SELECT FDPW-ELOG-FILE ASSIGN TO "FDPWELOG"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ELOG-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  FDPW-MST-FILE.
        COPY FDPWMST.
    FD  FDPW-DENY-FILE.
        COPY FDPWDENY.
    FD  FDPW-IREQ-FILE.
        COPY FDPWIREQ.
    FD  FDPW-ELOG-FILE.
        COPY FDPWELOG.

    WORKING-STORAGE SECTION.

    01  WS-RUN-DATE                     PIC 9(8).

*> symbol set the scanners walk through - a requested code with
*> anything else in it can never be on the master. The desk may key
*> the code in lower case; it is folded to upper case before it is
*> checked, so what goes onto FDPWIREQ is what FINDPWIS looks up.
    01  WS-ALPHABET                     PIC X(36) VALUE
        '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    01  WS-LOWER-CASE                   PIC X(26) VALUE
        'abcdefghijklmnopqrstuvwxyz'.
    01  WS-UPPER-CASE                   PIC X(26) VALUE
        'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

    01 WS-CHAR-CHECK.
        05 WS-CHAR-POS                  PIC 9.
        05 WS-CHAR-TO-CHECK             PIC X(1).
        05 WS-CHAR-FOUND-IDX            PIC 99.
        05 WS-REQ-CHAR-SWITCH           PIC 9.
            88 REQ-CHARS-OK             VALUE 0.
            88 REQ-CHARS-BAD            VALUE 1.

*> the desk works through two ISPF panels - FDPWIES to sign on and
*> FDPWIEE for each request - started from the desk's ISPF session
*> by the FDPWIE exec. ISPLINK is loaded at the first call, the
*> same way FINDPWRU is, and every field the panels show or take
*> is one of the items below, defined to ISPF by name at start-up.
    01  WS-ISPF-PROGRAM                 PIC X(8) VALUE 'ISPLINK'.
    01 WS-ISPF-CONTROL.
        05 WS-ISPF-SERVICE              PIC X(8).
        05 WS-ISPF-PANEL                PIC X(8).
        05 WS-ISPF-VAR-NAME             PIC X(10).
        05 WS-ISPF-FORMAT               PIC X(8) VALUE 'CHAR'.
        05 WS-ISPF-LENGTH               PIC S9(8) COMP.
        05 WS-ISPF-RC                   PIC 99.
            88 ISPF-ENTER-PRESSED       VALUE 0.
            88 ISPF-END-PRESSED         VALUE 8.

*> what the desk has keyed on the entry panel. The quantity comes
*> back from the panel as the digits keyed, left-justified.
    01 WS-ENTRY-FIELDS.
        05 WS-ENT-OPERATOR              PIC X(8) VALUE SPACES.
        05 WS-ENT-TYPE                  PIC X(1) VALUE SPACES.
            88 ENT-ISSUE                VALUE 'I'.
            88 ENT-RESERVE              VALUE 'R'.
            88 ENT-END-SESSION          VALUE 'E'.
        05 WS-ENT-DEPT                  PIC X(8) VALUE SPACES.
        05 WS-ENT-CODE                  PIC X(6) VALUE SPACES.
        05 WS-ENT-QTY-TEXT              PIC X(4) VALUE SPACES.
        05 WS-ENT-QTY                   PIC 9(4) VALUE 0.
        05 WS-ENT-CONFIRM               PIC X(1) VALUE SPACES.

*> the request as it stood when it last checked clean - a request
*> is written only when the desk confirms exactly what was checked,
*> so a field changed after the check is checked again first.
    01 WS-CHECKED-REQUEST.
        05 WS-CHK-TYPE                  PIC X(1).
        05 WS-CHK-DEPT                  PIC X(8).
        05 WS-CHK-CODE                  PIC X(6).
        05 WS-CHK-QTY                   PIC 9(4).
        05 WS-CHK-CLEAN-SWITCH          PIC 9 VALUE 0.
            88 REQUEST-CHECKED-CLEAN    VALUE 1.
            88 REQUEST-NOT-CHECKED      VALUE 0.
*>      a specific code that is AVAILABLE today comes out of the
*>      stock a quantity request could otherwise draw on.
        05 WS-CHK-AVAILABLE-SWITCH      PIC 9 VALUE 0.
            88 CHK-CODE-AVAILABLE       VALUE 1.
            88 CHK-CODE-NOT-AVAILABLE   VALUE 0.

    01  WS-REFUSE-REASON                PIC X(30).

*> what the panel shows back about the request.
    01 WS-SHOW-FIELDS.
        05 WS-SHOW-STATUS               PIC X(10) VALUE SPACES.
        05 WS-SHOW-OWNER                PIC X(8) VALUE SPACES.
        05 WS-SHOW-DENY                 PIC X(30) VALUE SPACES.
        05 WS-SHOW-AVAILABLE            PIC Z,ZZZ,ZZ9.
        05 WS-SHOW-WRITTEN              PIC ZZZ9.
        05 WS-SHOW-REFUSED              PIC ZZZ9.
        05 WS-MESSAGE                   PIC X(78) VALUE SPACES.

*> AVAILABLE, non-denied codes on the master at sign-on, less what
*> tonight's cards - those already on FDPWIREQ at sign-on and those
*> this session writes - will take from them: what a further
*> quantity request can actually draw on tonight.
    01 WS-STOCK-CONTROL.
        05 NUM-AVAIL-AT-SIGNON          PIC 9(7) VALUE 0.
        05 NUM-AVAIL-DRAWN              PIC 9(7) VALUE 0.
        05 WS-AVAIL-LEFT                PIC 9(7) VALUE 0.
        05 WS-AVAIL-EDIT                PIC Z,ZZZ,ZZ9.

    01 WS-SESSION-COUNTS.
        05 NUM-PENDING                  PIC 9(4) VALUE 0.
        05 WS-PENDING-EDIT              PIC Z,ZZ9.
        05 NUM-WRITTEN                  PIC 9(4) VALUE 0.
        05 NUM-REFUSED                  PIC 9(4) VALUE 0.

*> every specific code on tonight's cards - loaded from FDPWIREQ at
*> sign-on, then added to as this session writes. The same code
*> keyed twice, in this session or an earlier one, would be refused
*> ALREADY ISSUED by the second card tonight.
    01 WS-SESSION-CONTROL.
        05 NUM-SESSION-CODES            PIC 9(4) VALUE 0.
        05 WS-SESSION-IDX               PIC 9(4).
        05 WS-SESSION-CODE OCCURS 2000 TIMES PIC X(6).

    01  WS-SESSION-SWITCH               PIC 9 VALUE 0.
        88 SESSION-DONE                 VALUE 1.
        88 SESSION-NOT-DONE             VALUE 0.

    01  WS-COUNT-SWITCH                 PIC 9 VALUE 0.
        88 COUNT-DONE                   VALUE 1.
        88 COUNT-NOT-DONE               VALUE 0.

    01  WS-PENDING-SWITCH               PIC 9 VALUE 0.
        88 PENDING-DONE                 VALUE 1.
        88 PENDING-NOT-DONE             VALUE 0.

    01  WS-SIGNON-SWITCH                PIC 9 VALUE 0.
        88 SIGNON-ABANDONED             VALUE 1.
        88 SIGNON-NOT-ABANDONED         VALUE 0.

    01 WS-DENY-CONTROL.
        05 WS-MATCHED-REASON            PIC X(30).
        05 WS-DENY-MATCH-SWITCH         PIC 9 VALUE 0.
            88 DENY-MATCHED             VALUE 1.
            88 DENY-NOT-MATCHED         VALUE 0.

    01  WS-MST-FILE-STATUS              PIC XX VALUE '00'.
    01  WS-DENY-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-IREQ-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-ELOG-FILE-STATUS             PIC XX VALUE '00'.

PROCEDURE DIVISION.
    0000-MAIN.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
        PERFORM 0040-DEFINE-PANEL-VARIABLES
        PERFORM 0010-OPEN-LOOKUP-FILES
        PERFORM 0020-COUNT-AVAILABLE-STOCK
        PERFORM 0025-LOAD-PENDING-REQUESTS
        PERFORM 0015-OPEN-OUTPUT-FILES
        PERFORM 0030-SIGN-ON
        IF SIGNON-ABANDONED
            PERFORM 0090-END-DIALOG
            DISPLAY 'FINDPWIE0018I SIGN-ON ABANDONED - NO REQUESTS '
                'TAKEN'
            STOP RUN
        END-IF
        SET SESSION-NOT-DONE TO TRUE
        PERFORM 0100-ENTER-ONE-SCREEN UNTIL SESSION-DONE
        MOVE SPACES TO FDPW-ELOG-REC
        SET ELOG-SIGNOFF TO TRUE
        MOVE NUM-WRITTEN TO FDPW-ELOG-QTY
        PERFORM 0400-WRITE-LOG-RECORD
        PERFORM 0090-END-DIALOG
        DISPLAY 'FINDPWIE OPERATOR:          ' WS-ENT-OPERATOR
        DISPLAY 'FINDPWIE ALREADY PENDING:   ' NUM-PENDING
        DISPLAY 'FINDPWIE REQUESTS WRITTEN:  ' NUM-WRITTEN
        DISPLAY 'FINDPWIE REQUESTS REFUSED:  ' NUM-REFUSED
        STOP RUN
        .
    0000-END.

*> both lookups are read-only - a desk session must never hold the
*> master or the deny list against the night's batch updates.
    0010-OPEN-LOOKUP-FILES.
        OPEN INPUT FDPW-MST-FILE
        IF WS-MST-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWIE0001E ERROR OPENING FDPWMST - FILE '
                'STATUS ' WS-MST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT FDPW-DENY-FILE
        IF WS-DENY-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWIE0002E ERROR OPENING FDPWDENY - FILE '
                'STATUS ' WS-DENY-FILE-STATUS ' - CANNOT CHECK '
                'REQUESTS WITHOUT THE DENY LIST'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0010-END.

*> FDPWIREQ is the night's request dataset - a session adds to it,
*> it never replaces what the desk has already entered. FDPWISSU
*> empties it once FINDPWIS has filled the night's cards.
    0015-OPEN-OUTPUT-FILES.
        OPEN EXTEND FDPW-IREQ-FILE
        IF WS-IREQ-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWIE0003E ERROR OPENING FDPWIREQ - FILE '
                'STATUS ' WS-IREQ-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN EXTEND FDPW-ELOG-FILE
        IF WS-ELOG-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWIE0004E ERROR OPENING FDPWELOG - FILE '
                'STATUS ' WS-ELOG-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0015-END.

*> counts the codes a quantity request can draw on the way
*> FINDPWIS's 0050-ALLOCATE-QUANTITY will find them - AVAILABLE
*> (or the older blank status) and not on the deny list.
    0020-COUNT-AVAILABLE-STOCK.
        MOVE LOW-VALUES TO FDPW-MST-CODE
        START FDPW-MST-FILE KEY > FDPW-MST-CODE
        EVALUATE WS-MST-FILE-STATUS
            WHEN '00'
                SET COUNT-NOT-DONE TO TRUE
                PERFORM 0022-COUNT-ONE-MASTER UNTIL COUNT-DONE
            WHEN '23'
            WHEN '46'
                CONTINUE
            WHEN OTHER
                DISPLAY 'FINDPWIE0005E ERROR POSITIONING FDPWMST - '
                    'FILE STATUS ' WS-MST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        .
    0020-END.

    0022-COUNT-ONE-MASTER.
        READ FDPW-MST-FILE NEXT
        EVALUATE WS-MST-FILE-STATUS
            WHEN '00'
                IF MST-AVAILABLE OR FDPW-MST-STATUS = SPACES
                    MOVE FDPW-MST-CODE TO FDPW-DENY-CODE
                    PERFORM 0250-SEARCH-DENY-LIST
                    IF DENY-NOT-MATCHED
                        ADD 1 TO NUM-AVAIL-AT-SIGNON
                    END-IF
                END-IF
            WHEN '10'
                SET COUNT-DONE TO TRUE
            WHEN OTHER
                DISPLAY 'FINDPWIE0006E ERROR READING FDPWMST - FILE '
                    'STATUS ' WS-MST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        .
    0022-END.

*> cards already on FDPWIREQ tonight - from an earlier session, at
*> this desk or another - take their share of the stock before the
*> first request is checked, and their codes go into the code table,
*> so this session cannot promise the same stock or the same code
*> twice. FINDPWIS fills a card with a specific code from that code
*> alone, so only a quantity card draws on the counted stock, plus
*> a specific code the count itself included.
    0025-LOAD-PENDING-REQUESTS.
        OPEN INPUT FDPW-IREQ-FILE
        IF WS-IREQ-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWIE0014E ERROR OPENING FDPWIREQ FOR THE '
                'PENDING CARDS - FILE STATUS ' WS-IREQ-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET PENDING-NOT-DONE TO TRUE
        PERFORM 0026-TAKE-ONE-PENDING UNTIL PENDING-DONE
        CLOSE FDPW-IREQ-FILE
        PERFORM 0260-SET-AVAIL-LEFT
        .
    0025-END.

    0026-TAKE-ONE-PENDING.
        READ FDPW-IREQ-FILE
        EVALUATE WS-IREQ-FILE-STATUS
            WHEN '00'
                ADD 1 TO NUM-PENDING
                EVALUATE TRUE
                    WHEN NOT IREQ-ISSUE AND NOT IREQ-RESERVE
                        CONTINUE
                    WHEN FDPW-IREQ-CODE NOT = SPACES
                        PERFORM 0027-TAKE-PENDING-CODE
                    WHEN FDPW-IREQ-QTY IS NUMERIC
                        ADD FDPW-IREQ-QTY TO NUM-AVAIL-DRAWN
                END-EVALUATE
            WHEN '10'
                SET PENDING-DONE TO TRUE
            WHEN OTHER
                DISPLAY 'FINDPWIE0015E ERROR READING FDPWIREQ - FILE '
                    'STATUS ' WS-IREQ-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        .
    0026-END.

    0027-TAKE-PENDING-CODE.
        IF NUM-SESSION-CODES = 2000
            DISPLAY 'FINDPWIE0016E MORE THAN 2000 SPECIFIC CODES '
                'ALREADY ON FDPWIREQ - RUN FDPWISSU BEFORE SIGNING ON'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO NUM-SESSION-CODES
        MOVE FDPW-IREQ-CODE TO WS-SESSION-CODE(NUM-SESSION-CODES)
        MOVE FDPW-IREQ-CODE TO FDPW-MST-CODE
        READ FDPW-MST-FILE
        EVALUATE WS-MST-FILE-STATUS
            WHEN '00'
                IF MST-AVAILABLE OR FDPW-MST-STATUS = SPACES
                    MOVE FDPW-MST-CODE TO FDPW-DENY-CODE
                    PERFORM 0250-SEARCH-DENY-LIST
                    IF DENY-NOT-MATCHED
                        ADD 1 TO NUM-AVAIL-DRAWN
                    END-IF
                END-IF
            WHEN '23'
                CONTINUE
            WHEN OTHER
                DISPLAY 'FINDPWIE0017E ERROR READING FDPWMST FOR '
                    'PENDING CODE ' FDPW-IREQ-CODE ' - FILE STATUS '
                    WS-MST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        .
    0027-END.

*> every line on the session log carries the operator id, so the
*> log answers who keyed a request the morning a partner queries it.
*> PF3 on the sign-on panel leaves without a session - nothing is
*> logged, since no operator has been named.
    0030-SIGN-ON.
        MOVE SPACES TO WS-MESSAGE
        SET SIGNON-NOT-ABANDONED TO TRUE
        PERFORM 0032-ASK-FOR-OPERATOR
            UNTIL WS-ENT-OPERATOR NOT = SPACES
                OR SIGNON-ABANDONED
        IF SIGNON-NOT-ABANDONED
            INSPECT WS-ENT-OPERATOR
                CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
            MOVE SPACES TO FDPW-ELOG-REC
            SET ELOG-SIGNON TO TRUE
            MOVE NUM-PENDING TO FDPW-ELOG-QTY
            PERFORM 0400-WRITE-LOG-RECORD
            IF NUM-PENDING = 0
                MOVE 'SIGNED ON - KEY THE FIRST REQUEST' TO WS-MESSAGE
            ELSE
                MOVE NUM-PENDING TO WS-PENDING-EDIT
                STRING 'SIGNED ON - ' DELIMITED BY SIZE
                    WS-PENDING-EDIT DELIMITED BY SIZE
                    ' CARDS ALREADY ON FDPWIREQ TONIGHT'
                        DELIMITED BY SIZE
                    INTO WS-MESSAGE
                END-STRING
            END-IF
        END-IF
        .
    0030-END.

    0032-ASK-FOR-OPERATOR.
        MOVE 'FDPWIES' TO WS-ISPF-PANEL
        PERFORM 0050-DISPLAY-PANEL
        IF ISPF-END-PRESSED
            SET SIGNON-ABANDONED TO TRUE
        END-IF
        MOVE 'AN OPERATOR ID IS REQUIRED' TO WS-MESSAGE
        .
    0032-END.

*> each panel field is an item in WORKING-STORAGE, defined to ISPF
*> once, so a DISPLAY shows what the items hold and puts back what
*> the desk keyed. The first call also proves ISPF is there - run
*> outside an ISPF session, FINDPWIE stops before opening a file.
    0040-DEFINE-PANEL-VARIABLES.
        MOVE 'VDEFINE' TO WS-ISPF-SERVICE
        MOVE '(IEDATE)' TO WS-ISPF-VAR-NAME
        MOVE 8 TO WS-ISPF-LENGTH
        CALL WS-ISPF-PROGRAM USING WS-ISPF-SERVICE WS-ISPF-VAR-NAME
                WS-RUN-DATE WS-ISPF-FORMAT WS-ISPF-LENGTH
            ON EXCEPTION
                DISPLAY 'FINDPWIE0011E ISPF SERVICES ' WS-ISPF-PROGRAM
                    ' COULD NOT BE LOADED - START FINDPWIE WITH THE '
                    'FDPWIE EXEC'
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-CALL
        PERFORM 0042-CHECK-DEFINE
        MOVE '(IEOPER)' TO WS-ISPF-VAR-NAME
        MOVE 8 TO WS-ISPF-LENGTH
        CALL WS-ISPF-PROGRAM USING WS-ISPF-SERVICE WS-ISPF-VAR-NAME
            WS-ENT-OPERATOR WS-ISPF-FORMAT WS-ISPF-LENGTH
        PERFORM 0042-CHECK-DEFINE
        MOVE '(IETYPE)' TO WS-ISPF-VAR-NAME
        MOVE 1 TO WS-ISPF-LENGTH
        CALL WS-ISPF-PROGRAM USING WS-ISPF-SERVICE WS-ISPF-VAR-NAME
            WS-ENT-TYPE WS-ISPF-FORMAT WS-ISPF-LENGTH
        PERFORM 0042-CHECK-DEFINE
        MOVE '(IEDEPT)' TO WS-ISPF-VAR-NAME
        MOVE 8 TO WS-ISPF-LENGTH
        CALL WS-ISPF-PROGRAM USING WS-ISPF-SERVICE WS-ISPF-VAR-NAME
            WS-ENT-DEPT WS-ISPF-FORMAT WS-ISPF-LENGTH
        PERFORM 0042-CHECK-DEFINE
        MOVE '(IECODE)' TO WS-ISPF-VAR-NAME
        MOVE 6 TO WS-ISPF-LENGTH
        CALL WS-ISPF-PROGRAM USING WS-ISPF-SERVICE WS-ISPF-VAR-NAME
            WS-ENT-CODE WS-ISPF-FORMAT WS-ISPF-LENGTH
        PERFORM 0042-CHECK-DEFINE
        MOVE '(IEQTY)' TO WS-ISPF-VAR-NAME
        MOVE 4 TO WS-ISPF-LENGTH
        CALL WS-ISPF-PROGRAM USING WS-ISPF-SERVICE WS-ISPF-VAR-NAME
            WS-ENT-QTY-TEXT WS-ISPF-FORMAT WS-ISPF-LENGTH
        PERFORM 0042-CHECK-DEFINE
        MOVE '(IECONF)' TO WS-ISPF-VAR-NAME
        MOVE 1 TO WS-ISPF-LENGTH
        CALL WS-ISPF-PROGRAM USING WS-ISPF-SERVICE WS-ISPF-VAR-NAME
            WS-ENT-CONFIRM WS-ISPF-FORMAT WS-ISPF-LENGTH
        PERFORM 0042-CHECK-DEFINE
        MOVE '(IESTAT)' TO WS-ISPF-VAR-NAME
        MOVE 10 TO WS-ISPF-LENGTH
        CALL WS-ISPF-PROGRAM USING WS-ISPF-SERVICE WS-ISPF-VAR-NAME
            WS-SHOW-STATUS WS-ISPF-FORMAT WS-ISPF-LENGTH
        PERFORM 0042-CHECK-DEFINE
        MOVE '(IEOWNER)' TO WS-ISPF-VAR-NAME
        MOVE 8 TO WS-ISPF-LENGTH
        CALL WS-ISPF-PROGRAM USING WS-ISPF-SERVICE WS-ISPF-VAR-NAME
            WS-SHOW-OWNER WS-ISPF-FORMAT WS-ISPF-LENGTH
        PERFORM 0042-CHECK-DEFINE
        MOVE '(IEDENY)' TO WS-ISPF-VAR-NAME
        MOVE 30 TO WS-ISPF-LENGTH
        CALL WS-ISPF-PROGRAM USING WS-ISPF-SERVICE WS-ISPF-VAR-NAME
            WS-SHOW-DENY WS-ISPF-FORMAT WS-ISPF-LENGTH
        PERFORM 0042-CHECK-DEFINE
        MOVE '(IEAVAIL)' TO WS-ISPF-VAR-NAME
        MOVE 9 TO WS-ISPF-LENGTH
        CALL WS-ISPF-PROGRAM USING WS-ISPF-SERVICE WS-ISPF-VAR-NAME
            WS-SHOW-AVAILABLE WS-ISPF-FORMAT WS-ISPF-LENGTH
        PERFORM 0042-CHECK-DEFINE
        MOVE '(IEWRIT)' TO WS-ISPF-VAR-NAME
        MOVE 4 TO WS-ISPF-LENGTH
        CALL WS-ISPF-PROGRAM USING WS-ISPF-SERVICE WS-ISPF-VAR-NAME
            WS-SHOW-WRITTEN WS-ISPF-FORMAT WS-ISPF-LENGTH
        PERFORM 0042-CHECK-DEFINE
        MOVE '(IEREFU)' TO WS-ISPF-VAR-NAME
        MOVE 4 TO WS-ISPF-LENGTH
        CALL WS-ISPF-PROGRAM USING WS-ISPF-SERVICE WS-ISPF-VAR-NAME
            WS-SHOW-REFUSED WS-ISPF-FORMAT WS-ISPF-LENGTH
        PERFORM 0042-CHECK-DEFINE
        MOVE '(IEMSG)' TO WS-ISPF-VAR-NAME
        MOVE 78 TO WS-ISPF-LENGTH
        CALL WS-ISPF-PROGRAM USING WS-ISPF-SERVICE WS-ISPF-VAR-NAME
            WS-MESSAGE WS-ISPF-FORMAT WS-ISPF-LENGTH
        PERFORM 0042-CHECK-DEFINE
        .
    0040-END.

    0042-CHECK-DEFINE.
        IF RETURN-CODE NOT = 0
            DISPLAY 'FINDPWIE0012E ISPF VDEFINE OF ' WS-ISPF-VAR-NAME
                ' FAILED - RC ' RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0042-END.

*> RC 0 is ENTER, RC 8 is END (PF3) - anything higher means the
*> panel could not be shown at all, and the session cannot go on.
    0050-DISPLAY-PANEL.
        MOVE 'DISPLAY' TO WS-ISPF-SERVICE
        CALL WS-ISPF-PROGRAM USING WS-ISPF-SERVICE WS-ISPF-PANEL
        MOVE RETURN-CODE TO WS-ISPF-RC
        MOVE 0 TO RETURN-CODE
        IF WS-ISPF-RC > 8
            DISPLAY 'FINDPWIE0013E ISPF COULD NOT DISPLAY PANEL '
                WS-ISPF-PANEL ' - RC ' WS-ISPF-RC
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0050-END.

*> closes the files and drops the panel variables, which point
*> into this program's storage, before control goes back to ISPF.
    0090-END-DIALOG.
        CLOSE FDPW-MST-FILE
        CLOSE FDPW-DENY-FILE
        CLOSE FDPW-IREQ-FILE
        CLOSE FDPW-ELOG-FILE
        MOVE 'VDELETE' TO WS-ISPF-SERVICE
        MOVE '*' TO WS-ISPF-VAR-NAME
        CALL WS-ISPF-PROGRAM USING WS-ISPF-SERVICE WS-ISPF-VAR-NAME
        MOVE 0 TO RETURN-CODE
        .
    0090-END.

*> one round trip of the entry panel. ENTER with nothing confirmed
*> checks what is keyed; Y at WRITE on a request that checked clean
*> - unchanged since - writes it; E as the type, or PF3, ends the
*> session. The panel lets only digits through in the quantity.
    0100-ENTER-ONE-SCREEN.
        MOVE WS-AVAIL-LEFT TO WS-SHOW-AVAILABLE
        MOVE NUM-WRITTEN TO WS-SHOW-WRITTEN
        MOVE NUM-REFUSED TO WS-SHOW-REFUSED
        MOVE 'FDPWIEE' TO WS-ISPF-PANEL
        PERFORM 0050-DISPLAY-PANEL
        MOVE SPACES TO WS-MESSAGE
        INSPECT WS-ENT-TYPE
            CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
        INSPECT WS-ENT-DEPT
            CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
        INSPECT WS-ENT-CODE
            CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
        INSPECT WS-ENT-CONFIRM
            CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
        IF WS-ENT-QTY-TEXT = SPACES
            MOVE 0 TO WS-ENT-QTY
        ELSE
            MOVE FUNCTION NUMVAL(WS-ENT-QTY-TEXT) TO WS-ENT-QTY
        END-IF
        EVALUATE TRUE
            WHEN ISPF-END-PRESSED
                SET SESSION-DONE TO TRUE
            WHEN ENT-END-SESSION
                SET SESSION-DONE TO TRUE
            WHEN WS-ENT-CONFIRM = 'Y'
                    AND REQUEST-CHECKED-CLEAN
                    AND WS-ENT-TYPE = WS-CHK-TYPE
                    AND WS-ENT-DEPT = WS-CHK-DEPT
                    AND WS-ENT-CODE = WS-CHK-CODE
                    AND WS-ENT-QTY = WS-CHK-QTY
                PERFORM 0300-WRITE-REQUEST
            WHEN OTHER
                PERFORM 0200-CHECK-REQUEST
        END-EVALUATE
        MOVE SPACE TO WS-ENT-CONFIRM
        .
    0100-END.

*> the same refusals FINDPWIS would print the next morning, in the
*> same words, made while the desk still has the request in hand.
    0200-CHECK-REQUEST.
        SET REQUEST-NOT-CHECKED TO TRUE
        SET CHK-CODE-NOT-AVAILABLE TO TRUE
        MOVE SPACES TO WS-REFUSE-REASON
        MOVE SPACES TO WS-SHOW-STATUS
        MOVE SPACES TO WS-SHOW-OWNER
        MOVE SPACES TO WS-SHOW-DENY
        EVALUATE TRUE
            WHEN NOT ENT-ISSUE AND NOT ENT-RESERVE
                MOVE 'REQUEST TYPE NOT I OR R' TO WS-REFUSE-REASON
            WHEN WS-ENT-DEPT = SPACES
                MOVE 'NO DEPARTMENT' TO WS-REFUSE-REASON
            WHEN WS-ENT-CODE = SPACES AND WS-ENT-QTY = 0
                MOVE 'NO CODE AND NO QUANTITY' TO WS-REFUSE-REASON
            WHEN WS-ENT-CODE NOT = SPACES AND WS-ENT-QTY > 0
                MOVE 'BOTH A CODE AND A QUANTITY' TO WS-REFUSE-REASON
            WHEN WS-ENT-CODE NOT = SPACES
                PERFORM 0210-CHECK-SPECIFIC-CODE
            WHEN OTHER
                PERFORM 0230-CHECK-QUANTITY
        END-EVALUATE
        IF WS-REFUSE-REASON = SPACES
            SET REQUEST-CHECKED-CLEAN TO TRUE
            MOVE WS-ENT-TYPE TO WS-CHK-TYPE
            MOVE WS-ENT-DEPT TO WS-CHK-DEPT
            MOVE WS-ENT-CODE TO WS-CHK-CODE
            MOVE WS-ENT-QTY TO WS-CHK-QTY
            MOVE 'REQUEST IS CLEAN - KEY Y AT WRITE AND PRESS ENTER'
                TO WS-MESSAGE
        ELSE
            ADD 1 TO NUM-REFUSED
            STRING 'REFUSED - ' DELIMITED BY SIZE
                WS-REFUSE-REASON DELIMITED BY SIZE
                INTO WS-MESSAGE
            END-STRING
            MOVE SPACES TO FDPW-ELOG-REC
            SET ELOG-REFUSED TO TRUE
            PERFORM 0410-MOVE-REQUEST-TO-LOG
            MOVE WS-REFUSE-REASON TO FDPW-ELOG-REASON
            PERFORM 0400-WRITE-LOG-RECORD
        END-IF
        .
    0200-END.

    0210-CHECK-SPECIFIC-CODE.
        PERFORM 0212-VALIDATE-REQ-CHARS
        IF REQ-CHARS-BAD
            MOVE 'CHARACTER OUTSIDE THE ALPHABET' TO WS-REFUSE-REASON
        ELSE
            PERFORM VARYING WS-SESSION-IDX FROM 1 BY 1
                    UNTIL WS-SESSION-IDX > NUM-SESSION-CODES
                IF WS-SESSION-CODE(WS-SESSION-IDX) = WS-ENT-CODE
                    MOVE 'ALREADY ON TONIGHT''S FDPWIREQ'
                        TO WS-REFUSE-REASON
                END-IF
            END-PERFORM
        END-IF
        IF WS-REFUSE-REASON = SPACES
            MOVE WS-ENT-CODE TO FDPW-MST-CODE
            READ FDPW-MST-FILE
            EVALUATE WS-MST-FILE-STATUS
                WHEN '00'
                    PERFORM 0220-JUDGE-ONE-CODE
                WHEN '23'
                    MOVE 'NOT ON THE VALID-CODE MASTER'
                        TO WS-REFUSE-REASON
                    MOVE '-' TO WS-SHOW-STATUS
                    MOVE '-' TO WS-SHOW-OWNER
                WHEN OTHER
                    DISPLAY 'FINDPWIE0007E ERROR READING FDPWMST FOR '
                        'CODE ' WS-ENT-CODE ' - FILE STATUS '
                        WS-MST-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
        END-IF
        .
    0210-END.

    0212-VALIDATE-REQ-CHARS.
        SET REQ-CHARS-OK TO TRUE
        PERFORM VARYING WS-CHAR-POS FROM 1 BY 1 UNTIL WS-CHAR-POS > 6
            MOVE WS-ENT-CODE(WS-CHAR-POS:1) TO WS-CHAR-TO-CHECK
            PERFORM 0214-CHECK-ONE-CHAR
        END-PERFORM
        .
    0212-END.

    0214-CHECK-ONE-CHAR.
        PERFORM VARYING WS-CHAR-FOUND-IDX FROM 1 BY 1
                UNTIL WS-ALPHABET(WS-CHAR-FOUND-IDX:1) = WS-CHAR-TO-CHECK
                    OR WS-CHAR-FOUND-IDX = 36
            CONTINUE
        END-PERFORM
        IF WS-ALPHABET(WS-CHAR-FOUND-IDX:1) NOT = WS-CHAR-TO-CHECK
            SET REQ-CHARS-BAD TO TRUE
        END-IF
        .
    0214-END.

*> FINDPWIS's 0060-JUDGE-ONE-CODE gate, in its order - the deny
*> list outranks the lifecycle status, and a RESERVED code goes
*> only to the department that reserved it.
    0220-JUDGE-ONE-CODE.
        IF FDPW-MST-STATUS = SPACES
            MOVE 'AVAILABLE' TO WS-SHOW-STATUS
        ELSE
            MOVE FDPW-MST-STATUS TO WS-SHOW-STATUS
        END-IF
        IF FDPW-MST-ISSUED-TO = SPACES
            MOVE '-' TO WS-SHOW-OWNER
        ELSE
            MOVE FDPW-MST-ISSUED-TO TO WS-SHOW-OWNER
        END-IF
        MOVE WS-ENT-CODE TO FDPW-DENY-CODE
        PERFORM 0250-SEARCH-DENY-LIST
        IF DENY-MATCHED
            MOVE WS-MATCHED-REASON TO WS-SHOW-DENY
        ELSE
            MOVE 'NOT LISTED' TO WS-SHOW-DENY
        END-IF
        EVALUATE TRUE
            WHEN DENY-MATCHED
                MOVE WS-MATCHED-REASON TO WS-REFUSE-REASON
            WHEN MST-ISSUED
                MOVE 'ALREADY ISSUED' TO WS-REFUSE-REASON
            WHEN MST-REVOKED
                MOVE 'REVOKED BY SECURITY' TO WS-REFUSE-REASON
            WHEN MST-REDEEMED
                MOVE 'ALREADY REDEEMED' TO WS-REFUSE-REASON
            WHEN MST-RETIRED
                MOVE 'RETIRED BY POLICY CHANGE' TO WS-REFUSE-REASON
            WHEN MST-RESERVED AND ENT-RESERVE
                MOVE 'ALREADY RESERVED' TO WS-REFUSE-REASON
            WHEN MST-RESERVED AND
                    FDPW-MST-ISSUED-TO NOT = WS-ENT-DEPT
                MOVE 'RESERVED FOR ANOTHER DEPT' TO WS-REFUSE-REASON
            WHEN MST-RESERVED
                CONTINUE
            WHEN OTHER
                SET CHK-CODE-AVAILABLE TO TRUE
        END-EVALUATE
        .
    0220-END.

*> a quantity larger than the stock left would come out SHORT on
*> tonight's report, so it is refused here with the figure the desk
*> can key instead.
    0230-CHECK-QUANTITY.
        MOVE '-' TO WS-SHOW-STATUS
        MOVE '-' TO WS-SHOW-OWNER
        MOVE '-' TO WS-SHOW-DENY
        IF WS-ENT-QTY > WS-AVAIL-LEFT
            MOVE WS-AVAIL-LEFT TO WS-AVAIL-EDIT
            STRING 'ONLY ' DELIMITED BY SIZE
                WS-AVAIL-EDIT DELIMITED BY SIZE
                ' AVAILABLE' DELIMITED BY SIZE
                INTO WS-REFUSE-REASON
            END-STRING
        END-IF
        .
    0230-END.

*> one keyed READ against the deny KSDS - found means denied, 23
*> means clean, anything else is a broken security control and
*> ends the session rather than passing requests unscreened.
    0250-SEARCH-DENY-LIST.
        SET DENY-NOT-MATCHED TO TRUE
        READ FDPW-DENY-FILE
        EVALUATE WS-DENY-FILE-STATUS
            WHEN '00'
                SET DENY-MATCHED TO TRUE
                MOVE FDPW-DENY-REASON TO WS-MATCHED-REASON
            WHEN '23'
                CONTINUE
            WHEN OTHER
                DISPLAY 'FINDPWIE0008E ERROR READING FDPWDENY - FILE '
                    'STATUS ' WS-DENY-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        .
    0250-END.

    0260-SET-AVAIL-LEFT.
        IF NUM-AVAIL-DRAWN > NUM-AVAIL-AT-SIGNON
            MOVE 0 TO WS-AVAIL-LEFT
        ELSE
            SUBTRACT NUM-AVAIL-DRAWN FROM NUM-AVAIL-AT-SIGNON
                GIVING WS-AVAIL-LEFT
        END-IF
        .
    0260-END.

*> the card is laid out exactly as the desk used to key it by hand -
*> a specific-code card carries a zero quantity, which FINDPWIS
*> ignores.
    0300-WRITE-REQUEST.
        IF WS-ENT-CODE NOT = SPACES
                AND NUM-SESSION-CODES = 2000
            MOVE 'FDPWIREQ HOLDS 2000 CODES TONIGHT - NO MORE SPECIFIC '
                & 'CODES' TO WS-MESSAGE
        ELSE
            MOVE SPACES TO FDPW-IREQ-REC
            MOVE WS-ENT-TYPE TO FDPW-IREQ-TYPE
            MOVE WS-ENT-DEPT TO FDPW-IREQ-DEPT
            MOVE WS-ENT-QTY TO FDPW-IREQ-QTY
            MOVE WS-ENT-CODE TO FDPW-IREQ-CODE
            WRITE FDPW-IREQ-REC
            IF WS-IREQ-FILE-STATUS NOT = '00'
                DISPLAY 'FINDPWIE0009E ERROR WRITING FDPWIREQ - FILE '
                    'STATUS ' WS-IREQ-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO NUM-WRITTEN
            IF WS-ENT-CODE NOT = SPACES
                ADD 1 TO NUM-SESSION-CODES
                MOVE WS-ENT-CODE TO WS-SESSION-CODE(NUM-SESSION-CODES)
                IF CHK-CODE-AVAILABLE
                    ADD 1 TO NUM-AVAIL-DRAWN
                END-IF
            ELSE
                ADD WS-ENT-QTY TO NUM-AVAIL-DRAWN
            END-IF
            PERFORM 0260-SET-AVAIL-LEFT
            MOVE SPACES TO FDPW-ELOG-REC
            SET ELOG-WRITTEN TO TRUE
            PERFORM 0410-MOVE-REQUEST-TO-LOG
            PERFORM 0400-WRITE-LOG-RECORD
            SET REQUEST-NOT-CHECKED TO TRUE
            MOVE SPACES TO WS-ENT-CODE
            MOVE SPACES TO WS-ENT-QTY-TEXT
            MOVE 0 TO WS-ENT-QTY
            MOVE SPACES TO WS-SHOW-STATUS
            MOVE SPACES TO WS-SHOW-OWNER
            MOVE SPACES TO WS-SHOW-DENY
            MOVE 'REQUEST WRITTEN - KEY THE NEXT REQUEST'
                TO WS-MESSAGE
        END-IF
        .
    0300-END.

*> the log is the record of who keyed what, so a log that cannot
*> be written ends the session - requests already written stay on
*> FDPWIREQ and are logged up to that point.
    0400-WRITE-LOG-RECORD.
        MOVE FUNCTION CURRENT-DATE(1:14) TO FDPW-ELOG-STAMP
        MOVE WS-ENT-OPERATOR TO FDPW-ELOG-OPERATOR
        WRITE FDPW-ELOG-REC
        IF WS-ELOG-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWIE0010E ERROR WRITING FDPWELOG - FILE '
                'STATUS ' WS-ELOG-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0400-END.

    0410-MOVE-REQUEST-TO-LOG.
        MOVE WS-ENT-TYPE TO FDPW-ELOG-TYPE
        MOVE WS-ENT-DEPT TO FDPW-ELOG-DEPT
        MOVE WS-ENT-QTY TO FDPW-ELOG-QTY
        MOVE WS-ENT-CODE TO FDPW-ELOG-CODE
        .
    0410-END.

END PROGRAM FINDPWIE.
