
*> the aging rule: only records unseen since before the cutoff are
*> touched at all, and even then a code the security team wants
*> kept visible - on the deny list, revoked, redeemed, retired, or
*> handed out and never closed - is refused with its reason on the
*> report. A code off the master can be scanned again and merged
*> back as AVAILABLE, so nothing that must never be issued again
*> is ever archived.
    0030-AGE-ONE-RECORD.
        IF FDPW-MST-LAST-SEEN IS NOT NUMERIC
                OR FDPW-MST-LAST-SEEN >= WS-CUTOFF-DATE
            WHEN MST-REVOKED
                MOVE 'REVOKED BY SECURITY' TO WS-REFUSE-REASON
                PERFORM 0090-REFUSE-ONE-RECORD
            WHEN MST-REDEEMED
                MOVE 'REDEEMED BY PARTNER' TO WS-REFUSE-REASON
                PERFORM 0090-REFUSE-ONE-RECORD
            WHEN MST-RETIRED
                MOVE 'RETIRED BY POLICY CHANGE' TO WS-REFUSE-REASON
                PERFORM 0090-REFUSE-ONE-RECORD
            WHEN MST-ISSUED
                MOVE 'ISSUED AND STILL OUTSTANDING'
                    TO WS-REFUSE-REASON
