            AT END
                SET LEDGER-DONE TO TRUE
            NOT AT END
*>              the year-end close's folded totals are not runs.
                IF FDPW-HIST-PROGRAM NOT = 'CARRYFWD'
                    PERFORM 0030-SCORE-ONE-RUN
                END-IF
        END-READ
        IF WS-HIST-FILE-STATUS NOT = '00'
                AND WS-HIST-FILE-STATUS NOT = '10'
