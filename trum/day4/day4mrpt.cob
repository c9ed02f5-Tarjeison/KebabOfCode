        SELECT FDPW-DELTA-FILE ASSIGN TO "FDPWDLTA"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-DELTA-FILE-STATUS.
*>      the depletion forecast FINDPWFC writes ahead of this step;
*>      the report prints without it if it is missing.
        SELECT FDPW-FCST-FILE ASSIGN TO "FDPWFCST"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FCST-FILE-STATUS.
        SELECT FDPW-RPT-FILE ASSIGN TO "FDPWRPT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RPT-FILE-STATUS.
        COPY FDPWSTAT.
    FD  FDPW-DELTA-FILE.
        COPY FDPWDLTA.
    FD  FDPW-FCST-FILE.
        COPY FDPWFCST.
    FD  FDPW-RPT-FILE.
    01  FDPW-RPT-REC.
        05 FDPW-RPT-CC                PIC X(1).
        05 NUM-DELTA-CODES              PIC 9(9) VALUE 0.
        05 NUM-STAT-RECORDS             PIC 9(6) VALUE 0.

*> the NEXT record is held back so the proposal prints after the
*> rule lines, whatever order the forecast file holds them in.
    01 WS-FORECAST-CONTROL.
        05 NUM-FCST-RULES               PIC 9(3) VALUE 0.
        05 WS-SAVED-NEXT-REC            PIC X(80) VALUE SPACES.
        05 WS-NEXT-SWITCH               PIC 9 VALUE 0.
            88 NEXT-RECORD-SEEN         VALUE 1.
            88 NEXT-RECORD-MISSING      VALUE 0.

    01 WS-PCT-WORK.
        05 WS-THIS-PCT                  PIC 9(3)V9(2).

        05 WS-TOT-COUNT                 PIC ZZZ,ZZZ,ZZ9.
        05 FILLER                       PIC X(81) VALUE SPACES.

    01 WS-FCST-HDG-LINE.
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 FILLER                       PIC X(20) VALUE 'RULE'.
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 FILLER                       PIC X(10) VALUE ' AVAILABLE'.
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 FILLER                       PIC X(7) VALUE 'RATE/30'.
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 FILLER                       PIC X(7) VALUE 'RATE/60'.
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 FILLER                       PIC X(7) VALUE 'RATE/90'.
        05 FILLER                       PIC X(3) VALUE SPACES.
        05 FILLER                       PIC X(8) VALUE 'RUNOUT30'.
        05 FILLER                       PIC X(3) VALUE SPACES.
        05 FILLER                       PIC X(8) VALUE 'RUNOUT60'.
        05 FILLER                       PIC X(3) VALUE SPACES.
        05 FILLER                       PIC X(8) VALUE 'RUNOUT90'.
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 FILLER                       PIC X(11) VALUE 'SLICE YIELD'.
        05 FILLER                       PIC X(21) VALUE SPACES.

*> a run-out date prints as NONE when nothing was issued under the
*> rule in the period - the stock is not being drawn down at all.
    01 WS-FCST-RULE-LINE.
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 WS-FRL-RULE                  PIC X(20).
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-FRL-AVAILABLE             PIC ZZ,ZZZ,ZZ9.
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-FRL-RATE-30               PIC ZZZ9.99.
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-FRL-RATE-60               PIC ZZZ9.99.
        05 FILLER                       PIC X(2) VALUE SPACES.
        05 WS-FRL-RATE-90               PIC ZZZ9.99.
        05 FILLER                       PIC X(3) VALUE SPACES.
        05 WS-FRL-RUNOUT-30             PIC X(8).
        05 FILLER                       PIC X(3) VALUE SPACES.
        05 WS-FRL-RUNOUT-60             PIC X(8).
        05 FILLER                       PIC X(3) VALUE SPACES.
        05 WS-FRL-RUNOUT-90             PIC X(8).
        05 FILLER                       PIC X(8) VALUE SPACES.
        05 WS-FRL-SLICE-YIELD           PIC ZZZ,ZZ9.
        05 FILLER                       PIC X(21) VALUE SPACES.

    01 WS-FCST-TEXT-LINE.
        05 FILLER                       PIC X(4) VALUE SPACES.
        05 WS-FTL-LABEL                 PIC X(36).
        05 WS-FTL-TEXT                  PIC X(60).
        05 FILLER                       PIC X(32) VALUE SPACES.

    01  WS-STAT-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-DELTA-FILE-STATUS            PIC XX VALUE '00'.
    01  WS-FCST-FILE-STATUS             PIC XX VALUE '00'.
    01  WS-RPT-FILE-STATUS              PIC XX VALUE '00'.

    LINKAGE SECTION.
        PERFORM 0120-PRINT-MATCHPOS-SECTION
        PERFORM 0130-PRINT-DELTA-SECTION
        PERFORM 0140-PRINT-GRAND-TOTALS
        PERFORM 0150-PRINT-FORECAST-SECTION
        .
    0100-END.

        .
    0140-END.

*> stock on hand, issuance rates and run-out dates per rule, then
*> the proposed start,end for the next scan - what the desk needs
*> to decide whether tonight's range should be widened.
    0150-PRINT-FORECAST-SECTION.
        MOVE 'DEPLETION FORECAST - AVAILABLE STOCK BY RULE'
            TO FDPW-RPT-LINE
        PERFORM 0210-PRINT-SECTION-HEADING
        OPEN INPUT FDPW-FCST-FILE
        IF WS-FCST-FILE-STATUS NOT = '00'
            DISPLAY 'FINDPWMR0007W FDPWFCST NOT AVAILABLE - FILE '
                'STATUS ' WS-FCST-FILE-STATUS
            MOVE SPACES TO WS-FCST-TEXT-LINE
            MOVE 'FORECAST NOT AVAILABLE' TO WS-FTL-LABEL
            STRING 'FDPWFCST FILE STATUS ' WS-FCST-FILE-STATUS
                DELIMITED BY SIZE INTO WS-FTL-TEXT
            END-STRING
            MOVE WS-FCST-TEXT-LINE TO FDPW-RPT-LINE
            PERFORM 0220-PRINT-ONE-LINE
        ELSE
            MOVE WS-FCST-HDG-LINE TO FDPW-RPT-LINE
            PERFORM 0220-PRINT-ONE-LINE
            SET INPUT-NOT-DONE TO TRUE
            PERFORM 0155-PRINT-ONE-FORECAST UNTIL INPUT-DONE
            CLOSE FDPW-FCST-FILE
            IF NUM-FCST-RULES = 0
                MOVE '    NO AVAILABLE STOCK OR ISSUANCE UNDER ANY RULE'
                    TO FDPW-RPT-LINE
                PERFORM 0220-PRINT-ONE-LINE
            END-IF
            PERFORM 0160-PRINT-NEXT-RANGE
        END-IF
        .
    0150-END.

    0155-PRINT-ONE-FORECAST.
        READ FDPW-FCST-FILE
            AT END
                SET INPUT-DONE TO TRUE
            NOT AT END
                IF FCST-NEXT-LINE
                    MOVE FDPW-FCST-NEXT-REC TO WS-SAVED-NEXT-REC
                    SET NEXT-RECORD-SEEN TO TRUE
                ELSE
                    IF FCST-RULE-LINE
                        ADD 1 TO NUM-FCST-RULES
                        PERFORM 0157-FORMAT-RULE-LINE
                        MOVE WS-FCST-RULE-LINE TO FDPW-RPT-LINE
                        PERFORM 0220-PRINT-ONE-LINE
                    END-IF
                END-IF
        END-READ
        IF WS-FCST-FILE-STATUS NOT = '00'
                AND WS-FCST-FILE-STATUS NOT = '10'
            DISPLAY 'FINDPWMR0008E ERROR READING FDPWFCST - FILE '
                'STATUS ' WS-FCST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        .
    0155-END.

    0157-FORMAT-RULE-LINE.
        MOVE FDPW-FCST-RULE TO WS-FRL-RULE
        MOVE FDPW-FCST-AVAILABLE TO WS-FRL-AVAILABLE
        MOVE FDPW-FCST-RATE-30 TO WS-FRL-RATE-30
        MOVE FDPW-FCST-RATE-60 TO WS-FRL-RATE-60
        MOVE FDPW-FCST-RATE-90 TO WS-FRL-RATE-90
        MOVE 'NONE' TO WS-FRL-RUNOUT-30
        IF FDPW-FCST-RUNOUT-30 > 0
            MOVE FDPW-FCST-RUNOUT-30 TO WS-FRL-RUNOUT-30
        END-IF
        MOVE 'NONE' TO WS-FRL-RUNOUT-60
        IF FDPW-FCST-RUNOUT-60 > 0
            MOVE FDPW-FCST-RUNOUT-60 TO WS-FRL-RUNOUT-60
        END-IF
        MOVE 'NONE' TO WS-FRL-RUNOUT-90
        IF FDPW-FCST-RUNOUT-90 > 0
            MOVE FDPW-FCST-RUNOUT-90 TO WS-FRL-RUNOUT-90
        END-IF
        MOVE FDPW-FCST-SLICE-YIELD TO WS-FRL-SLICE-YIELD
        .
    0157-END.

    0160-PRINT-NEXT-RANGE.
        MOVE 'PROPOSED NEXT SCAN RANGE' TO FDPW-RPT-LINE
        PERFORM 0210-PRINT-SECTION-HEADING
        MOVE WS-SAVED-NEXT-REC TO FDPW-FCST-NEXT-REC
        MOVE SPACES TO WS-FCST-TEXT-LINE
        EVALUATE TRUE
            WHEN NEXT-RECORD-MISSING
                MOVE 'NO PROPOSAL' TO WS-FTL-LABEL
                MOVE 'FORECAST FILE HAS NO NEXT RECORD' TO WS-FTL-TEXT
                MOVE WS-FCST-TEXT-LINE TO FDPW-RPT-LINE
                PERFORM 0220-PRINT-ONE-LINE
            WHEN FDPW-FCST-SIZED-BY = 'NONE'
                MOVE 'NO PROPOSAL' TO WS-FTL-LABEL
                MOVE FDPW-FCST-NOTE TO WS-FTL-TEXT
                MOVE WS-FCST-TEXT-LINE TO FDPW-RPT-LINE
                PERFORM 0220-PRINT-ONE-LINE
            WHEN OTHER
                MOVE 'SCAN PARM' TO WS-FTL-LABEL
                STRING '''' FDPW-FCST-START ',' FDPW-FCST-END ''''
                    DELIMITED BY SIZE INTO WS-FTL-TEXT
                END-STRING
                MOVE WS-FCST-TEXT-LINE TO FDPW-RPT-LINE
                PERFORM 0220-PRINT-ONE-LINE
                MOVE SPACES TO WS-TOTAL-LINE
                MOVE 'CODES IN THE RANGE' TO WS-TOT-LABEL
                MOVE FDPW-FCST-CODES TO WS-TOT-COUNT
                MOVE WS-TOTAL-LINE TO FDPW-RPT-LINE
                PERFORM 0220-PRINT-ONE-LINE
                MOVE SPACES TO WS-TOTAL-LINE
                MOVE 'ESTIMATED RUN MINUTES' TO WS-TOT-LABEL
                MOVE FDPW-FCST-EST-MINUTES TO WS-TOT-COUNT
                MOVE WS-TOTAL-LINE TO FDPW-RPT-LINE
                PERFORM 0220-PRINT-ONE-LINE
                MOVE SPACES TO WS-FCST-TEXT-LINE
                MOVE 'SIZED BY' TO WS-FTL-LABEL
                EVALUATE FDPW-FCST-SIZED-BY
                    WHEN 'WINDOW'
                        MOVE 'THE BATCH WINDOW' TO WS-FTL-TEXT
                    WHEN 'SHORTFAL'
                        MOVE 'THE SHORTFALL AGAINST THE TARGET DAYS'
                            TO WS-FTL-TEXT
                    WHEN 'GAP'
                        MOVE 'THE END OF THE UNSCANNED GAP'
                            TO WS-FTL-TEXT
                    WHEN OTHER
                        MOVE FDPW-FCST-SIZED-BY TO WS-FTL-TEXT
                END-EVALUATE
                MOVE WS-FCST-TEXT-LINE TO FDPW-RPT-LINE
                PERFORM 0220-PRINT-ONE-LINE
                IF FDPW-FCST-NOTE NOT = SPACES
                    MOVE SPACES TO WS-FCST-TEXT-LINE
                    MOVE 'NOTE' TO WS-FTL-LABEL
                    MOVE FDPW-FCST-NOTE TO WS-FTL-TEXT
                    MOVE WS-FCST-TEXT-LINE TO FDPW-RPT-LINE
                    PERFORM 0220-PRINT-ONE-LINE
                END-IF
        END-EVALUATE
        IF NEXT-RECORD-SEEN
            MOVE SPACES TO WS-FCST-TEXT-LINE
            MOVE 'FORECAST POLICY' TO WS-FTL-LABEL
            STRING 'WINDOW ' FDPW-FCST-WINDOW-MINUTES ' MINUTES, '
                'TARGET ' FDPW-FCST-TARGET-DAYS ' DAYS, RUN '
                FDPW-FCST-RUN-DATE
                DELIMITED BY SIZE INTO WS-FTL-TEXT
            END-STRING
            MOVE WS-FCST-TEXT-LINE TO FDPW-RPT-LINE
            PERFORM 0220-PRINT-ONE-LINE
        END-IF
        .
    0160-END.

    0200-PRINT-PAGE-HEADING.
        ADD 1 TO WS-PAGE-COUNT
        MOVE WS-RUN-DATE TO WS-HDG-DATE
