IDENTIFICATION DIVISION.
PROGRAM-ID. FINDPWRB.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
*>      FDPWMST here is the rebuild cluster, already loaded from the
*>      backup copy by the job's REPRO step - never the live master.
        SELECT FDPW-MST-FILE ASSIGN TO "FDPWMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS FDPW-MST-CODE
            FILE STATUS IS WS-MST-FILE-STATUS.
*>      every night's valid-code file since the backup, concatenated
*>      oldest first - each keeps its own HDR*** and TRL*** records,
*>      and the header's run date is the night being replayed.
        SELECT FDPW-VIN-FILE ASSIGN TO "FDPWVIN"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-VIN-FILE-STATUS.
        SELECT FDPW-ILDG-FILE ASSIGN TO "FDPWILDG"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ILDG-FILE-STATUS.
        SELECT FDPW-RLDG-FILE ASSIGN TO "FDPWRLDG"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RLDG-FILE-STATUS.
        SELECT FDPW-ARCH-FILE ASSIGN TO "FDPWARCH"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ARCH-FILE-STATUS.
*>      the flat deny list, read front to back the way FINDPWRV
*>      sweeps it.
        SELECT FDPW-DENY-FILE ASSIGN TO "FDPWDENY"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-DENY-FILE-STATUS.
        SELECT FDPW-RPT-FILE ASSIGN TO "FDPWRBRP"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RPT-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  FDPW-MST-FILE.
        COPY FDPWMST.
    FD  FDPW-VIN-FILE.
        COPY FDPWVOUT.
        COPY FDPWVCTL.
    FD  FDPW-ILDG-FILE.
        COPY FDPWILDG.
    FD  FDPW-RLDG-FILE.
        COPY FDPWRLDG.
    FD  FDPW-ARCH-FILE.
        COPY FDPWARCH.
    FD  FDPW-DENY-FILE.
        COPY FDPWDENY.
    FD  FDPW-RPT-FILE.
    01  FDPW-RPT-REC.
        05 FDPW-RPT-CC                PIC X(1).
        05 FDPW-RPT-LINE              PIC X(132).

    WORKING-STORAGE SECTION.

    01  WS-RUN-DATE                     PIC 9(8).

*> return-code scheme for the scheduler's COND processing:
*>    0 = clean rebuild - every journal entry since the backup was
*>        applied
*>    4 = rebuilt, but at least one journal entry could not be
*>        applied (listed NOT APPLIED with the reason) - compare
*>        the rebuilt master with the damaged one before switching
*>   16 = fatal - bad PARM or a file that will not open, read or
*>        update. The rebuild cluster is incomplete; reload it
*>        from the backup and rerun.
*> the backup date comes in as the PARM, YYYYMMDD - the backup
*> taken at the end of that day's cycle. Only journal entries
*> dated after it are replayed.
    01 WS-BACKUP-CONTROL.
        05 WS-BACKUP-DATE               PIC 9(8).
        05 WS-BACKUP-DATE-TXT           PIC X(8).

*> the replay runs a day at a time, oldest first, and within the
*> day in the order the suite itself works: the night's merge, the
*> issuance ledger, the partner's redemptions, then the aging
*> batch's archive moves. Each journal is positioned on its next
*> entry still to replay; a journal at end carries all nines.
    01 WS-REPLAY-CONTROL.
        05 WS-REPLAY-DAY                PIC 9(8) VALUE 0.
        05 WS-VIN-NEXT-DATE             PIC 9(8).
        05 WS-VIN-FILE-DATE             PIC 9(8) VALUE 0.
        05 WS-ILDG-NEXT-DATE            PIC 9(8).
        05 WS-RLDG-NEXT-DATE            PIC 9(8).
        05 WS-ARCH-NEXT-DATE            PIC 9(8).
        05 WS-END-OF-JOURNAL            PIC 9(8) VALUE 99999999.

    01  WS-VIN-READY-SWITCH             PIC 9 VALUE 0.
        88 VIN-READY                    VALUE 1.
        88 VIN-NOT-READY                VALUE 0.

    01  WS-ILDG-READY-SWITCH            PIC 9 VALUE 0.
        88 ILDG-READY                   VALUE 1.
        88 ILDG-NOT-READY               VALUE 0.

    01  WS-RLDG-READY-SWITCH            PIC 9 VALUE 0.
        88 RLDG-READY                   VALUE 1.
        88 RLDG-NOT-READY               VALUE 0.

    01  WS-ARCH-READY-SWITCH            PIC 9 VALUE 0.
        88 ARCH-READY                   VALUE 1.
        88 ARCH-NOT-READY               VALUE 0.

    01  WS-SWEEP-SWITCH                 PIC 9 VALUE 0.
        88 SWEEP-DONE                   VALUE 1.
        88 SWEEP-NOT-DONE               VALUE 0.

*> what the report line says about the entry in hand.
    01 WS-CHANGE-CONTROL.
        05 WS-CHG-ACTION                PIC X(11).
        05 WS-CHG-SOURCE                PIC X(8).
        05 WS-CHG-BEFORE                PIC X(10).
        05 WS-CHG-REASON                PIC X(30).

    01 WS-REBUILD-COUNTS.
        05 NUM-VALID-READ               PIC 9(9) VALUE 0.
        05 NUM-CODES-ADDED              PIC 9(9) VALUE 0.
        05 NUM-CODES-SEEN               PIC 9(9) VALUE 0.
        05 NUM-LEDGER-APPLIED           PIC 9(9) VALUE 0.
        05 NUM-REDEEM-APPLIED           PIC 9(9) VALUE 0.
        05 NUM-CODES-REVOKED            PIC 9(9) VALUE 0.
        05 NUM-CODES-ARCHIVED           PIC 9(9) VALUE 0.
        05 NUM-NOT-APPLIED              PIC 9(9) VALUE 0.
        05 NUM-DAYS-REPLAYED            PIC 9(6) VALUE 0.

    01 WS-PAGE-CONTROL.
        05 WS-LINE-COUNT                PIC 9(2) VALUE 99.
        05 WS-PAGE-COUNT                PIC 9(3) VALUE 0.
        05 WS-LINES-PER-PAGE            PIC 9(2) VALUE 55.
        05 WS-SAVED-LINE                PIC X(132).

    01 WS-HEADING-LINE.
        05 FILLER                       PIC X(36) VALUE
            'FINDPW MASTER FORWARD RECOVERY      '.
        05 FILLER                       PIC X(9) VALUE 'RUN DATE '.
        05 WS-HDG-DATE                  PIC 9(8).
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 FILLER                       PIC X(7) VALUE 'BACKUP '.
        05 WS-HDG-BACKUP                PIC 9(8).
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 FILLER                       PIC X(5) VALUE 'PAGE '.
        05 WS-HDG-PAGE                  PIC ZZ9.
        05 FILLER                       PIC X(48) VALUE SPACES.

    01 WS-COLUMN-LINE.
        05 FILLER                       PIC X(44) VALUE
            'REPLAYED  CODE    ACTION      JOURNAL   BEFO'.
        05 FILLER                       PIC X(44) VALUE
            'RE      AFTER       DEPT      NOTE          '.
        05 FILLER                       PIC X(44) VALUE SPACES.

    01 WS-DETAIL-LINE.
        05 WS-DTL-DATE                  PIC 9(8).
        05 FILLER                       PIC X(2).
        05 WS-DTL-CODE                  PIC X(6).
        05 FILLER                       PIC X(2).
        05 WS-DTL-ACTION                PIC X(11).
        05 FILLER                       PIC X(1).
        05 WS-DTL-SOURCE                PIC X(8).
        05 FILLER                       PIC X(2).
        05 WS-DTL-BEFORE                PIC X(10).
        05 FILLER                       PIC X(2).
        05 WS-DTL-AFTER                 PIC X(10).
        05 FILLER                       PIC X(2).
        05 WS-DTL-DEPT                  PIC X(8).
        05 FILLER                       PIC X(2).
        05 WS-DTL-NOTE                  PIC X(30).
        05 FILLER                       PIC X(28).

    01  WS-MST-FILE-STATUS              PIC XX VALUE '00'.
    01  WS-VIN-FILE-STATUS              PIC XX VALUE '00'.
    01  WS-ILDG-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-RLDG-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-ARCH-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-DENY-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-RPT-FILE-STATUS              PIC XX VALUE '00'.

    LINKAGE SECTION.
        COPY FDPWPARM.

PROCEDURE DIVISION USING FDPW-PARM-AREA.
    0000-MAIN.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
        PERFORM 0011-GET-PARM-BACKUP-DATE
        PERFORM 0010-OPEN-FILES
        PERFORM 0020-NEXT-VALID-CODE
        PERFORM 0030-NEXT-LEDGER-ENTRY
        PERFORM 0040-NEXT-REDEMPTION
        PERFORM 0050-NEXT-ARCHIVE-MOVE
        PERFORM 0090-PICK-NEXT-DAY
        PERFORM 0100-REPLAY-ONE-DAY
            UNTIL WS-REPLAY-DAY = WS-END-OF-JOURNAL
        PERFORM 0160-SWEEP-DENY-LIST
        PERFORM 0300-PRINT-TOTALS
        CLOSE FDPW-MST-FILE
        CLOSE FDPW-VIN-FILE
        CLOSE FDPW-ILDG-FILE
        CLOSE FDPW-RLDG-FILE
        CLOSE FDPW-ARCH-FILE
        CLOSE FDPW-DENY-FILE
        CLOSE FDPW-RPT-FILE
        DISPLAY 'FINDPWRB BACKUP DATE:       ' WS-BACKUP-DATE
        DISPLAY 'FINDPWRB DAYS REPLAYED:     ' NUM-DAYS-REPLAYED
        DISPLAY 'FINDPWRB VALID CODES READ:  ' NUM-VALID-READ
        DISPLAY 'FINDPWRB CODES ADDED:       ' NUM-CODES-ADDED
        DISPLAY 'FINDPWRB CODES RE-SIGHTED:  ' NUM-CODES-SEEN
        DISPLAY 'FINDPWRB LEDGER APPLIED:    ' NUM-LEDGER-APPLIED
        DISPLAY 'FINDPWRB REDEMPTIONS:       ' NUM-REDEEM-APPLIED
        DISPLAY 'FINDPWRB CODES REVOKED:     ' NUM-CODES-REVOKED
        DISPLAY 'FINDPWRB CODES ARCHIVED:    ' NUM-CODES-ARCHIVED
        DISPLAY 'FINDPWRB NOT APPLIED:       ' NUM-NOT-APPLIED
        IF NUM-NOT-APPLIED > 0
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
        STOP RUN
        .
    0000-END.

    0011-GET-PARM-BACKUP-DATE.
        IF FDPW-PARM-LEN NOT = 8
            DISPLAY 'FINDPWRB0001E PARM MUST BE THE BACKUP DATE, '
                'YYYYMMDD'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE FDPW-PARM-TEXT(1:8) TO WS-BACKUP-DATE-TXT
        IF WS-BACKUP-DATE-TXT IS NOT NUMERIC
            DISPLAY 'FINDPWRB0002E BACKUP DATE "' WS-BACKUP-DATE-TXT
                '" IS NOT YYYYMMDD'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-BACKUP-DATE-TXT TO WS-BACKUP-DATE
        IF WS-BACKUP-DATE > WS-RUN-DATE
            DISPLAY 'FINDPWRB0003E BACKUP DATE ' WS-BACKUP-DATE
                ' IS AFTER TODAY'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0011-END.

    0010-OPEN-FILES.
        OPEN I-O FDPW-MST-FILE
        IF WS-MST-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRB0004E ERROR OPENING FDPWMST - FILE '
                'STATUS ' WS-MST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT FDPW-VIN-FILE
        IF WS-VIN-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRB0005E ERROR OPENING FDPWVIN - FILE '
                'STATUS ' WS-VIN-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT FDPW-ILDG-FILE
        IF WS-ILDG-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRB0006E ERROR OPENING FDPWILDG - FILE '
                'STATUS ' WS-ILDG-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT FDPW-RLDG-FILE
        IF WS-RLDG-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRB0007E ERROR OPENING FDPWRLDG - FILE '
                'STATUS ' WS-RLDG-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT FDPW-ARCH-FILE
        IF WS-ARCH-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRB0008E ERROR OPENING FDPWARCH - FILE '
                'STATUS ' WS-ARCH-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT FDPW-DENY-FILE
        IF WS-DENY-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRB0009E ERROR OPENING FDPWDENY - FILE '
                'STATUS ' WS-DENY-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN OUTPUT FDPW-RPT-FILE
        IF WS-RPT-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRB0010E ERROR OPENING FDPWRBRP - FILE '
                'STATUS ' WS-RPT-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0010-END.

*> positions the valid-code journal on its next detail from a night
*> after the backup. A header sets the night for the details that
*> follow it; nights on or before the backup are already on the
*> backup copy and are passed over whole.
    0020-NEXT-VALID-CODE.
        SET VIN-NOT-READY TO TRUE
        PERFORM 0022-READ-VALID-FILE UNTIL VIN-READY
        .
    0020-END.

    0022-READ-VALID-FILE.
        READ FDPW-VIN-FILE
            AT END
                MOVE WS-END-OF-JOURNAL TO WS-VIN-NEXT-DATE
                SET VIN-READY TO TRUE
            NOT AT END
                EVALUATE TRUE
                    WHEN FDPW-VALID-CODE = 'HDR***'
                        IF FDPW-VHDR-RUN-DATE IS NUMERIC
                            MOVE FDPW-VHDR-RUN-DATE TO WS-VIN-FILE-DATE
                        ELSE
                            MOVE 0 TO WS-VIN-FILE-DATE
                        END-IF
                    WHEN FDPW-VALID-CODE = 'TRL***'
                        CONTINUE
                    WHEN WS-VIN-FILE-DATE = 0
                        MOVE 'FDPWVIN' TO WS-CHG-SOURCE
                        MOVE SPACES TO WS-CHG-BEFORE
                        MOVE 'NO DATED HDR*** RECORD' TO WS-CHG-REASON
                        PERFORM 0190-REPORT-NOT-APPLIED
                    WHEN WS-VIN-FILE-DATE > WS-BACKUP-DATE
                        MOVE WS-VIN-FILE-DATE TO WS-VIN-NEXT-DATE
                        SET VIN-READY TO TRUE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
        IF WS-VIN-FILE-STATUS NOT = '00'
                AND WS-VIN-FILE-STATUS NOT = '10'
            DISPLAY 'FINDPWRB0011E ERROR READING FDPWVIN - FILE '
                'STATUS ' WS-VIN-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0022-END.

    0030-NEXT-LEDGER-ENTRY.
        SET ILDG-NOT-READY TO TRUE
        PERFORM 0032-READ-ISSUANCE-LEDGER UNTIL ILDG-READY
        .
    0030-END.

    0032-READ-ISSUANCE-LEDGER.
        READ FDPW-ILDG-FILE
            AT END
                MOVE WS-END-OF-JOURNAL TO WS-ILDG-NEXT-DATE
                SET ILDG-READY TO TRUE
            NOT AT END
                IF FDPW-ILDG-DATE IS NUMERIC
                    IF FDPW-ILDG-DATE > WS-BACKUP-DATE
                        MOVE FDPW-ILDG-DATE TO WS-ILDG-NEXT-DATE
                        SET ILDG-READY TO TRUE
                    END-IF
                ELSE
                    MOVE 'FDPWILDG' TO WS-CHG-SOURCE
                    MOVE SPACES TO WS-CHG-BEFORE
                    MOVE 'LEDGER DATE NOT NUMERIC' TO WS-CHG-REASON
                    PERFORM 0190-REPORT-NOT-APPLIED
                END-IF
        END-READ
        IF WS-ILDG-FILE-STATUS NOT = '00'
                AND WS-ILDG-FILE-STATUS NOT = '10'
            DISPLAY 'FINDPWRB0012E ERROR READING FDPWILDG - FILE '
                'STATUS ' WS-ILDG-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0032-END.

*> only POST lines changed the master - an EXCP line is a refused
*> redemption and has nothing to replay.
    0040-NEXT-REDEMPTION.
        SET RLDG-NOT-READY TO TRUE
        PERFORM 0042-READ-REDEMPTION-LEDGER UNTIL RLDG-READY
        .
    0040-END.

    0042-READ-REDEMPTION-LEDGER.
        READ FDPW-RLDG-FILE
            AT END
                MOVE WS-END-OF-JOURNAL TO WS-RLDG-NEXT-DATE
                SET RLDG-READY TO TRUE
            NOT AT END
                IF RLDG-POSTED
                    IF FDPW-RLDG-POST-DATE IS NUMERIC
                        IF FDPW-RLDG-POST-DATE > WS-BACKUP-DATE
                            MOVE FDPW-RLDG-POST-DATE
                                TO WS-RLDG-NEXT-DATE
                            SET RLDG-READY TO TRUE
                        END-IF
                    ELSE
                        MOVE 'FDPWRLDG' TO WS-CHG-SOURCE
                        MOVE SPACES TO WS-CHG-BEFORE
                        MOVE 'POST DATE NOT NUMERIC'
                            TO WS-CHG-REASON
                        PERFORM 0190-REPORT-NOT-APPLIED
                    END-IF
                END-IF
        END-READ
        IF WS-RLDG-FILE-STATUS NOT = '00'
                AND WS-RLDG-FILE-STATUS NOT = '10'
            DISPLAY 'FINDPWRB0013E ERROR READING FDPWRLDG - FILE '
                'STATUS ' WS-RLDG-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0042-END.

    0050-NEXT-ARCHIVE-MOVE.
        SET ARCH-NOT-READY TO TRUE
        PERFORM 0052-READ-ARCHIVE UNTIL ARCH-READY
        .
    0050-END.

    0052-READ-ARCHIVE.
        READ FDPW-ARCH-FILE
            AT END
                MOVE WS-END-OF-JOURNAL TO WS-ARCH-NEXT-DATE
                SET ARCH-READY TO TRUE
            NOT AT END
                IF FDPW-ARCH-DATE IS NUMERIC
                    IF FDPW-ARCH-DATE > WS-BACKUP-DATE
                        MOVE FDPW-ARCH-DATE TO WS-ARCH-NEXT-DATE
                        SET ARCH-READY TO TRUE
                    END-IF
                ELSE
                    MOVE 'FDPWARCH' TO WS-CHG-SOURCE
                    MOVE SPACES TO WS-CHG-BEFORE
                    MOVE 'ARCHIVE DATE NOT NUMERIC' TO WS-CHG-REASON
                    PERFORM 0190-REPORT-NOT-APPLIED
                END-IF
        END-READ
        IF WS-ARCH-FILE-STATUS NOT = '00'
                AND WS-ARCH-FILE-STATUS NOT = '10'
            DISPLAY 'FINDPWRB0014E ERROR READING FDPWARCH - FILE '
                'STATUS ' WS-ARCH-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0052-END.

*> the earliest day any journal still has to replay.
    0090-PICK-NEXT-DAY.
        MOVE WS-VIN-NEXT-DATE TO WS-REPLAY-DAY
        IF WS-ILDG-NEXT-DATE < WS-REPLAY-DAY
            MOVE WS-ILDG-NEXT-DATE TO WS-REPLAY-DAY
        END-IF
        IF WS-RLDG-NEXT-DATE < WS-REPLAY-DAY
            MOVE WS-RLDG-NEXT-DATE TO WS-REPLAY-DAY
        END-IF
        IF WS-ARCH-NEXT-DATE < WS-REPLAY-DAY
            MOVE WS-ARCH-NEXT-DATE TO WS-REPLAY-DAY
        END-IF
        .
    0090-END.

    0100-REPLAY-ONE-DAY.
        ADD 1 TO NUM-DAYS-REPLAYED
        PERFORM 0110-APPLY-VALID-CODE
            UNTIL WS-VIN-NEXT-DATE NOT = WS-REPLAY-DAY
        PERFORM 0120-APPLY-LEDGER-ENTRY
            UNTIL WS-ILDG-NEXT-DATE NOT = WS-REPLAY-DAY
        PERFORM 0130-APPLY-REDEMPTION
            UNTIL WS-RLDG-NEXT-DATE NOT = WS-REPLAY-DAY
        PERFORM 0140-APPLY-ARCHIVE-MOVE
            UNTIL WS-ARCH-NEXT-DATE NOT = WS-REPLAY-DAY
        PERFORM 0090-PICK-NEXT-DAY
        .
    0100-END.

*> the FINDPWMU merge, dated by the night it ran rather than today.
    0110-APPLY-VALID-CODE.
        ADD 1 TO NUM-VALID-READ
        MOVE 'FDPWVIN' TO WS-CHG-SOURCE
        MOVE FDPW-VALID-CODE TO FDPW-MST-CODE
        READ FDPW-MST-FILE
        EVALUATE WS-MST-FILE-STATUS
            WHEN '00'
                MOVE FDPW-MST-STATUS TO WS-CHG-BEFORE
                MOVE WS-REPLAY-DAY TO FDPW-MST-LAST-SEEN
                IF FDPW-MST-RUN-COUNT < 9999
                    ADD 1 TO FDPW-MST-RUN-COUNT
                END-IF
                IF FDPW-MST-STATUS = SPACES
                    SET MST-AVAILABLE TO TRUE
                    MOVE 0 TO FDPW-MST-ISSUE-DATE
                END-IF
                PERFORM 0180-REWRITE-MASTER
                ADD 1 TO NUM-CODES-SEEN
                MOVE 'SEEN AGAIN' TO WS-CHG-ACTION
                MOVE SPACES TO WS-CHG-REASON
                PERFORM 0195-REPORT-CHANGE
            WHEN '23'
                MOVE SPACES TO FDPW-MST-REC
                MOVE FDPW-VALID-CODE TO FDPW-MST-CODE
                MOVE FDPW-VALID-RULE TO FDPW-MST-RULE
                MOVE WS-REPLAY-DAY TO FDPW-MST-FIRST-SEEN
                MOVE WS-REPLAY-DAY TO FDPW-MST-LAST-SEEN
                MOVE 1 TO FDPW-MST-RUN-COUNT
                SET MST-AVAILABLE TO TRUE
                MOVE 0 TO FDPW-MST-ISSUE-DATE
                WRITE FDPW-MST-REC
                IF WS-MST-FILE-STATUS NOT = '00'
                    DISPLAY 'FINDPWRB0015E ERROR WRITING FDPWMST FOR '
                        'CODE ' FDPW-MST-CODE ' - FILE STATUS '
                        WS-MST-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO NUM-CODES-ADDED
                MOVE SPACES TO WS-CHG-BEFORE
                MOVE 'ADDED' TO WS-CHG-ACTION
                MOVE FDPW-MST-RULE TO WS-CHG-REASON
                PERFORM 0195-REPORT-CHANGE
            WHEN OTHER
                PERFORM 0185-MASTER-READ-FAILED
        END-EVALUATE
        PERFORM 0020-NEXT-VALID-CODE
        .
    0110-END.

*> the same gate FINDPWIS applies before it writes a ledger line, so
*> an entry the live batch could never have written against the
*> rebuilt record's state is reported rather than forced on.
    0120-APPLY-LEDGER-ENTRY.
        MOVE 'FDPWILDG' TO WS-CHG-SOURCE
        MOVE FDPW-ILDG-CODE TO FDPW-MST-CODE
        READ FDPW-MST-FILE
        EVALUATE WS-MST-FILE-STATUS
            WHEN '00'
                MOVE FDPW-MST-STATUS TO WS-CHG-BEFORE
                MOVE SPACES TO WS-CHG-REASON
                EVALUATE TRUE
*>                  a RELEASED line is FINDPWRX handing an expired
*>                  reservation back to stock - it only ever follows
*>                  the same department's RESERVED.
                    WHEN FDPW-ILDG-STATUS = 'RELEASED'
                            AND NOT MST-RESERVED
                        MOVE 'NOT RESERVED ON REBUILT MASTER'
                            TO WS-CHG-REASON
                    WHEN FDPW-ILDG-STATUS = 'RELEASED'
                            AND FDPW-MST-ISSUED-TO NOT = FDPW-ILDG-DEPT
                        MOVE 'RESERVED FOR ANOTHER DEPT'
                            TO WS-CHG-REASON
                    WHEN FDPW-ILDG-STATUS = 'RELEASED'
                        CONTINUE
*>                  a RETIRED line is FINDPWPI taking a code that
*>                  fails a new policy out of stock - from AVAILABLE
*>                  (no dept on the line) or from the same
*>                  department's RESERVED.
                    WHEN FDPW-ILDG-STATUS = 'RETIRED'
                            AND MST-RESERVED
                            AND FDPW-MST-ISSUED-TO NOT = FDPW-ILDG-DEPT
                        MOVE 'RESERVED FOR ANOTHER DEPT'
                            TO WS-CHG-REASON
                    WHEN FDPW-ILDG-STATUS = 'RETIRED'
                            AND MST-RESERVED
                        CONTINUE
                    WHEN FDPW-ILDG-STATUS = 'RETIRED'
                            AND NOT MST-AVAILABLE
                            AND FDPW-MST-STATUS NOT = SPACES
                        MOVE 'NOT AVAILABLE ON REBUILT MASTER'
                            TO WS-CHG-REASON
                    WHEN FDPW-ILDG-STATUS = 'RETIRED'
                            AND FDPW-ILDG-DEPT NOT = SPACES
                        MOVE 'NOT RESERVED ON REBUILT MASTER'
                            TO WS-CHG-REASON
                    WHEN FDPW-ILDG-STATUS = 'RETIRED'
                        CONTINUE
                    WHEN FDPW-ILDG-STATUS NOT = 'ISSUED'
                            AND FDPW-ILDG-STATUS NOT = 'RESERVED'
                        MOVE 'UNKNOWN LEDGER STATUS'
                            TO WS-CHG-REASON
                    WHEN MST-ISSUED
                        MOVE 'ALREADY ISSUED' TO WS-CHG-REASON
                    WHEN MST-REVOKED
                        MOVE 'REVOKED BY SECURITY' TO WS-CHG-REASON
                    WHEN MST-REDEEMED
                        MOVE 'ALREADY REDEEMED' TO WS-CHG-REASON
                    WHEN MST-RETIRED
                        MOVE 'RETIRED BY POLICY CHANGE' TO WS-CHG-REASON
                    WHEN MST-RESERVED
                            AND FDPW-ILDG-STATUS = 'RESERVED'
                        MOVE 'ALREADY RESERVED' TO WS-CHG-REASON
                    WHEN MST-RESERVED
                            AND FDPW-MST-ISSUED-TO NOT = FDPW-ILDG-DEPT
                        MOVE 'RESERVED FOR ANOTHER DEPT'
                            TO WS-CHG-REASON
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                IF WS-CHG-REASON = SPACES
                    EVALUATE FDPW-ILDG-STATUS
                        WHEN 'RELEASED'
                            SET MST-AVAILABLE TO TRUE
                            MOVE 0 TO FDPW-MST-ISSUE-DATE
                            MOVE SPACES TO FDPW-MST-ISSUED-TO
                        WHEN 'RETIRED'
                            SET MST-RETIRED TO TRUE
                            MOVE 0 TO FDPW-MST-ISSUE-DATE
                            MOVE SPACES TO FDPW-MST-ISSUED-TO
                        WHEN OTHER
                            MOVE FDPW-ILDG-STATUS TO FDPW-MST-STATUS
                            MOVE FDPW-ILDG-DATE TO FDPW-MST-ISSUE-DATE
                            MOVE FDPW-ILDG-DEPT TO FDPW-MST-ISSUED-TO
                    END-EVALUATE
                    PERFORM 0180-REWRITE-MASTER
                    ADD 1 TO NUM-LEDGER-APPLIED
                    MOVE FDPW-ILDG-STATUS TO WS-CHG-ACTION
                    PERFORM 0195-REPORT-CHANGE
                ELSE
                    PERFORM 0190-REPORT-NOT-APPLIED
                END-IF
            WHEN '23'
                MOVE SPACES TO WS-CHG-BEFORE
                MOVE 'CODE NOT ON THE REBUILT MASTER' TO WS-CHG-REASON
                PERFORM 0190-REPORT-NOT-APPLIED
            WHEN OTHER
                PERFORM 0185-MASTER-READ-FAILED
        END-EVALUATE
        PERFORM 0030-NEXT-LEDGER-ENTRY
        .
    0120-END.

    0130-APPLY-REDEMPTION.
        MOVE 'FDPWRLDG' TO WS-CHG-SOURCE
        MOVE FDPW-RLDG-CODE TO FDPW-MST-CODE
        READ FDPW-MST-FILE
        EVALUATE WS-MST-FILE-STATUS
            WHEN '00'
                MOVE FDPW-MST-STATUS TO WS-CHG-BEFORE
                IF MST-ISSUED
                    SET MST-REDEEMED TO TRUE
                    PERFORM 0180-REWRITE-MASTER
                    ADD 1 TO NUM-REDEEM-APPLIED
                    MOVE 'REDEEMED' TO WS-CHG-ACTION
                    MOVE FDPW-RLDG-LOCATION TO WS-CHG-REASON
                    PERFORM 0195-REPORT-CHANGE
                ELSE
                    MOVE 'NOT ISSUED ON THE REBUILT MASTER'
                        TO WS-CHG-REASON
                    PERFORM 0190-REPORT-NOT-APPLIED
                END-IF
            WHEN '23'
                MOVE SPACES TO WS-CHG-BEFORE
                MOVE 'CODE NOT ON THE REBUILT MASTER' TO WS-CHG-REASON
                PERFORM 0190-REPORT-NOT-APPLIED
            WHEN OTHER
                PERFORM 0185-MASTER-READ-FAILED
        END-EVALUATE
        PERFORM 0040-NEXT-REDEMPTION
        .
    0130-END.

    0140-APPLY-ARCHIVE-MOVE.
        MOVE 'FDPWARCH' TO WS-CHG-SOURCE
        MOVE FDPW-ARCH-CODE TO FDPW-MST-CODE
        READ FDPW-MST-FILE
        EVALUATE WS-MST-FILE-STATUS
            WHEN '00'
                MOVE FDPW-MST-STATUS TO WS-CHG-BEFORE
                DELETE FDPW-MST-FILE
                IF WS-MST-FILE-STATUS NOT = '00'
                    DISPLAY 'FINDPWRB0016E ERROR DELETING FDPWMST FOR '
                        'CODE ' FDPW-MST-CODE ' - FILE STATUS '
                        WS-MST-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO NUM-CODES-ARCHIVED
                MOVE 'ARCHIVED' TO WS-CHG-ACTION
                MOVE SPACES TO WS-CHG-REASON
                MOVE SPACES TO FDPW-MST-STATUS
                PERFORM 0195-REPORT-CHANGE
            WHEN '23'
                MOVE SPACES TO WS-CHG-BEFORE
                MOVE 'CODE NOT ON THE REBUILT MASTER' TO WS-CHG-REASON
                PERFORM 0190-REPORT-NOT-APPLIED
            WHEN OTHER
                PERFORM 0185-MASTER-READ-FAILED
        END-EVALUATE
        PERFORM 0050-NEXT-ARCHIVE-MOVE
        .
    0140-END.

*> FINDPWRV keeps no journal of its own - it sweeps the whole list
*> every time the list is reloaded, and a second sweep changes
*> nothing the first did. One sweep of today's list over the
*> replayed master therefore brings it to where the live sweeps
*> left it. The aging batch refuses to archive a deny-listed code
*> and the issuance batch refuses to issue one, so nothing earlier
*> in the replay depends on when the revocation fell.
    0160-SWEEP-DENY-LIST.
        MOVE WS-RUN-DATE TO WS-REPLAY-DAY
        MOVE 'FDPWDENY' TO WS-CHG-SOURCE
        SET SWEEP-NOT-DONE TO TRUE
        PERFORM 0162-SWEEP-ONE-ENTRY UNTIL SWEEP-DONE
        .
    0160-END.

    0162-SWEEP-ONE-ENTRY.
        READ FDPW-DENY-FILE
            AT END
                SET SWEEP-DONE TO TRUE
            NOT AT END
                MOVE FDPW-DENY-CODE TO FDPW-MST-CODE
                READ FDPW-MST-FILE
                EVALUATE WS-MST-FILE-STATUS
                    WHEN '00'
                        IF NOT MST-REVOKED
                            MOVE FDPW-MST-STATUS TO WS-CHG-BEFORE
                            SET MST-REVOKED TO TRUE
                            PERFORM 0180-REWRITE-MASTER
                            ADD 1 TO NUM-CODES-REVOKED
                            MOVE 'REVOKED' TO WS-CHG-ACTION
                            MOVE FDPW-DENY-REASON TO WS-CHG-REASON
                            PERFORM 0195-REPORT-CHANGE
                        END-IF
                    WHEN '23'
                        CONTINUE
                    WHEN OTHER
                        PERFORM 0185-MASTER-READ-FAILED
                END-EVALUATE
        END-READ
        IF WS-DENY-FILE-STATUS NOT = '00'
                AND WS-DENY-FILE-STATUS NOT = '10'
            DISPLAY 'FINDPWRB0017E ERROR READING FDPWDENY - FILE '
                'STATUS ' WS-DENY-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0162-END.

    0180-REWRITE-MASTER.
        REWRITE FDPW-MST-REC
        IF WS-MST-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRB0018E ERROR REWRITING FDPWMST FOR CODE '
                FDPW-MST-CODE ' - FILE STATUS ' WS-MST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0180-END.

    0185-MASTER-READ-FAILED.
        DISPLAY 'FINDPWRB0019E ERROR READING FDPWMST FOR CODE '
            FDPW-MST-CODE ' - FILE STATUS ' WS-MST-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
        .
    0185-END.

*> a journal entry the rebuild could not apply - the whole point of
*> the run is to find these before the rebuilt master goes live, so
*> each one is listed with its reason and the run ends RC=4.
    0190-REPORT-NOT-APPLIED.
        ADD 1 TO NUM-NOT-APPLIED
        MOVE SPACES TO WS-DETAIL-LINE
        MOVE WS-REPLAY-DAY TO WS-DTL-DATE
        MOVE 'NOT APPLIED' TO WS-DTL-ACTION
        MOVE WS-CHG-SOURCE TO WS-DTL-SOURCE
        MOVE WS-CHG-REASON TO WS-DTL-NOTE
        EVALUATE WS-CHG-SOURCE
            WHEN 'FDPWVIN'
                MOVE FDPW-VALID-CODE TO WS-DTL-CODE
            WHEN 'FDPWILDG'
                MOVE FDPW-ILDG-CODE TO WS-DTL-CODE
                MOVE FDPW-ILDG-DEPT TO WS-DTL-DEPT
                MOVE FDPW-ILDG-STATUS TO WS-DTL-AFTER
            WHEN 'FDPWRLDG'
                MOVE FDPW-RLDG-CODE TO WS-DTL-CODE
                MOVE FDPW-RLDG-DEPT TO WS-DTL-DEPT
                MOVE 'REDEEMED' TO WS-DTL-AFTER
            WHEN 'FDPWARCH'
                MOVE FDPW-ARCH-CODE TO WS-DTL-CODE
        END-EVALUATE
        MOVE WS-CHG-BEFORE TO WS-DTL-BEFORE
        MOVE WS-DETAIL-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        .
    0190-END.

    0195-REPORT-CHANGE.
        MOVE SPACES TO WS-DETAIL-LINE
        MOVE WS-REPLAY-DAY TO WS-DTL-DATE
        MOVE FDPW-MST-CODE TO WS-DTL-CODE
        MOVE WS-CHG-ACTION TO WS-DTL-ACTION
        MOVE WS-CHG-SOURCE TO WS-DTL-SOURCE
        IF WS-CHG-BEFORE = SPACES AND WS-CHG-ACTION NOT = 'ADDED'
            MOVE 'AVAILABLE' TO WS-DTL-BEFORE
        ELSE
            MOVE WS-CHG-BEFORE TO WS-DTL-BEFORE
        END-IF
        MOVE FDPW-MST-STATUS TO WS-DTL-AFTER
        MOVE FDPW-MST-ISSUED-TO TO WS-DTL-DEPT
        MOVE WS-CHG-REASON TO WS-DTL-NOTE
        MOVE WS-DETAIL-LINE TO FDPW-RPT-LINE
        PERFORM 0220-PRINT-ONE-LINE
        .
    0195-END.

    0200-PRINT-PAGE-HEADING.
        ADD 1 TO WS-PAGE-COUNT
        MOVE WS-RUN-DATE TO WS-HDG-DATE
        MOVE WS-BACKUP-DATE TO WS-HDG-BACKUP
        MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
        MOVE SPACES TO FDPW-RPT-REC
        MOVE '1' TO FDPW-RPT-CC
        MOVE WS-HEADING-LINE TO FDPW-RPT-LINE
        PERFORM 0240-WRITE-REPORT-RECORD
        MOVE '0' TO FDPW-RPT-CC
        MOVE WS-COLUMN-LINE TO FDPW-RPT-LINE
        PERFORM 0240-WRITE-REPORT-RECORD
        MOVE 4 TO WS-LINE-COUNT
        .
    0200-END.

    0220-PRINT-ONE-LINE.
        IF WS-LINE-COUNT > WS-LINES-PER-PAGE
            MOVE FDPW-RPT-LINE TO WS-SAVED-LINE
            PERFORM 0200-PRINT-PAGE-HEADING
            MOVE WS-SAVED-LINE TO FDPW-RPT-LINE
        END-IF
        MOVE SPACE TO FDPW-RPT-CC
        PERFORM 0240-WRITE-REPORT-RECORD
        ADD 1 TO WS-LINE-COUNT
        .
    0220-END.

    0240-WRITE-REPORT-RECORD.
        WRITE FDPW-RPT-REC
        IF WS-RPT-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWRB0020E ERROR WRITING FDPWRBRP - FILE '
                'STATUS ' WS-RPT-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0240-END.

    0300-PRINT-TOTALS.
        IF WS-LINE-COUNT > 48
            PERFORM 0200-PRINT-PAGE-HEADING
        END-IF
        MOVE SPACES TO WS-SAVED-LINE
        STRING 'DAYS REPLAYED: ' NUM-DAYS-REPLAYED
            '  CODES ADDED: ' NUM-CODES-ADDED
            '  RE-SIGHTED: ' NUM-CODES-SEEN
            DELIMITED BY SIZE INTO WS-SAVED-LINE
        MOVE WS-SAVED-LINE TO FDPW-RPT-LINE
        MOVE '0' TO FDPW-RPT-CC
        PERFORM 0240-WRITE-REPORT-RECORD
        MOVE SPACES TO WS-SAVED-LINE
        STRING 'LEDGER ENTRIES APPLIED: ' NUM-LEDGER-APPLIED
            '  REDEMPTIONS: ' NUM-REDEEM-APPLIED
            '  REVOKED: ' NUM-CODES-REVOKED
            '  ARCHIVED: ' NUM-CODES-ARCHIVED
            DELIMITED BY SIZE INTO WS-SAVED-LINE
        MOVE WS-SAVED-LINE TO FDPW-RPT-LINE
        MOVE SPACE TO FDPW-RPT-CC
        PERFORM 0240-WRITE-REPORT-RECORD
        MOVE SPACES TO WS-SAVED-LINE
        STRING 'JOURNAL ENTRIES NOT APPLIED: ' NUM-NOT-APPLIED
            DELIMITED BY SIZE INTO WS-SAVED-LINE
        MOVE WS-SAVED-LINE TO FDPW-RPT-LINE
        MOVE SPACE TO FDPW-RPT-CC
        PERFORM 0240-WRITE-REPORT-RECORD
        ADD 4 TO WS-LINE-COUNT
        .
    0300-END.

END PROGRAM FINDPWRB.
