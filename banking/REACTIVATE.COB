    END-IF.

    SET ACCT-ACTIVE TO TRUE.
    CALL 'BUSDATE' USING WS-DATE.
    MOVE WS-DATE TO ACCT-LAST-TRAN-DATE.

    REWRITE ACCOUNT-RECORD
