        .
    0055-END.

*> the double-issue gate. ISSUED, REDEEMED, REVOKED and RETIRED codes
*> never go out again; a RESERVED code completes only for the
*> department that reserved it; and the deny list outranks
*> everything, whatever the lifecycle status says.
    0060-JUDGE-ONE-CODE.
        PERFORM 0055-SEARCH-DENY-LIST
        EVALUATE TRUE
            WHEN MST-REVOKED
                MOVE 'REVOKED BY SECURITY' TO WS-REFUSE-REASON
                PERFORM 0090-REFUSE-ONE-CODE
            WHEN MST-REDEEMED
                MOVE 'ALREADY REDEEMED' TO WS-REFUSE-REASON
                PERFORM 0090-REFUSE-ONE-CODE
            WHEN MST-RETIRED
                MOVE 'RETIRED BY POLICY CHANGE' TO WS-REFUSE-REASON
                PERFORM 0090-REFUSE-ONE-CODE
            WHEN MST-RESERVED AND IREQ-RESERVE
                MOVE 'ALREADY RESERVED' TO WS-REFUSE-REASON
                PERFORM 0090-REFUSE-ONE-CODE
