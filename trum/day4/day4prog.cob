        SELECT FDPW-CKPT-FILE ASSIGN TO "FDPWCKPT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CKPT-FILE-STATUS.
*>      the catalog scanner's checkpoint is LRECL 200, not 80,
*>      so it arrives through its own DD and FD - PARM DUAL reads
*>      this file and FDPWCKPT is left unallocated.
        SELECT FDPW-CKPD-FILE ASSIGN TO "FDPWCKPD"
*> which checkpoint layout applies - EXADBL (the FDPW2 scanner,
*> the default) or ANYDBL (FDPW1), both read through the FDPWCKPT
*> DD, or DUAL (the FINDPWD single-pass scanner), read through the
*> LRECL-200 FDPWCKPD DD instead.
    01  WS-LAYOUT                       PIC X(6) VALUE 'EXADBL'.
        88 DUAL-LAYOUT                  VALUE 'DUAL  '.
        88 LAYOUT-VALID                 VALUES 'EXADBL' 'ANYDBL'
                                               'DUAL  '.

*> the checkpoint fields, normalized out of whichever layout
*> applies - the dual layout carries a running count per catalog
*> rule, by output slot; the single-rule layouts fill only
*> WS-CKPT-VALID-COUNT.
    01 WS-CHECKPOINT.
        05 WS-CKPT-START                PIC X(6).
        05 WS-CKPT-END                  PIC X(6).
        05 WS-CKPT-PASSWORD             PIC X(6).
        05 WS-CKPT-VALID-COUNT          PIC 9(6).
        05 WS-CKPT-SLOT-IDX             PIC 9.
        05 WS-CKPT-SLOT OCCURS 6 TIMES.
            10 WS-CKPT-RULE-ID          PIC X(8).
            10 WS-CKPT-RULE-VALID       PIC 9(6).
        05 WS-CKPT-START-STAMP          PIC 9(14).
        05 WS-CKPT-STAMP                PIC 9(14).
        05 WS-CKPT-ITERATIONS           PIC 9(10).
        .
    0020-END.

*> the catalog scanner's checkpoint (see FDPWCKPD) - same
*> normalization as 0020, from the LRECL-200 FDPWCKPD DD, with a
*> running valid count per rule slot instead of one.
    0025-READ-DUAL-CHECKPOINT.
        OPEN INPUT FDPW-CKPD-FILE
        IF WS-CKPD-FILE-STATUS NOT = '00'
        MOVE FDPW-CKPD-START TO WS-CKPT-START
        MOVE FDPW-CKPD-END TO WS-CKPT-END
        MOVE FDPW-CKPD-PASSWORD TO WS-CKPT-PASSWORD
        PERFORM VARYING WS-CKPT-SLOT-IDX FROM 1 BY 1
                UNTIL WS-CKPT-SLOT-IDX > 6
            MOVE FDPW-CKPD-RULE-ID(WS-CKPT-SLOT-IDX)
                TO WS-CKPT-RULE-ID(WS-CKPT-SLOT-IDX)
            MOVE FDPW-CKPD-VALID(WS-CKPT-SLOT-IDX)
                TO WS-CKPT-RULE-VALID(WS-CKPT-SLOT-IDX)
        END-PERFORM
        MOVE FDPW-CKPD-START-STAMP TO WS-CKPT-START-STAMP
        MOVE FDPW-CKPD-STAMP TO WS-CKPT-STAMP
        MOVE FDPW-CKPD-ITERATIONS TO WS-CKPT-ITERATIONS
            WS-CKPT-END
        DISPLAY 'FINDPWPQ NOW AT CODE:     ' WS-CKPT-PASSWORD
        IF DUAL-LAYOUT
            PERFORM VARYING WS-CKPT-SLOT-IDX FROM 1 BY 1
                    UNTIL WS-CKPT-SLOT-IDX > 6
                IF WS-CKPT-RULE-ID(WS-CKPT-SLOT-IDX) NOT = SPACES
                    DISPLAY 'FINDPWPQ ' WS-CKPT-RULE-ID(WS-CKPT-SLOT-IDX)
                        ' VALID:  ' WS-CKPT-RULE-VALID(WS-CKPT-SLOT-IDX)
                END-IF
            END-PERFORM
        ELSE
            DISPLAY 'FINDPWPQ VALID SO FAR:    ' WS-CKPT-VALID-COUNT
        END-IF
