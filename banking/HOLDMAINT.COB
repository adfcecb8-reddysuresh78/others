    END-READ.

4000-WRITE-HOLD.
    CALL 'BUSDATE' USING WS-TODAY.
    ADD 1 TO WS-NEXT-SEQ.
    MOVE WS-ACCOUNT-NUM TO HOLD-ACCT-NUM.
    MOVE WS-NEXT-SEQ    TO HOLD-SEQ.
