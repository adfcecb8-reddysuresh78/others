PROCEDURE DIVISION USING LK-FROM-ACCOUNT-NUM LK-FROM-PIN LK-TO-ACCOUNT-NUM
        LK-AMOUNT LK-OPERATOR-ID LK-BRANCH.
    SET TRANSFER-OK TO TRUE.
    CALL 'BUSDATE' USING WS-DATE.
    PERFORM 1000-OPEN-ACCOUNT-MASTER.
    PERFORM 2000-DEBIT-FROM-ACCOUNT.

        SET TRANSFER-FAILED TO TRUE
    END-IF.

    IF NOT TRANSFER-FAILED AND ACCT-KYC-BLOCKED
        DISPLAY "Account Number ", LK-FROM-ACCOUNT-NUM,
            " has a debit block pending customer KYC review."
        SET TRANSFER-FAILED TO TRUE
    END-IF.

    IF NOT TRANSFER-FAILED
        COMPUTE WS-PIN-PRODUCT = (LK-FROM-PIN * 7919) + 13
        DIVIDE WS-PIN-PRODUCT BY 100000 GIVING WS-PIN-QUOTIENT
        "reference ", WS-PEND-NEW-REF, ".".

1600-LOAD-THRESHOLD.
    CALL 'BUSDATE' USING WS-DATE.
    MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD.
    MOVE 0 TO WS-THRESH-EFF-DATE.
    OPEN INPUT RATE-FILE.
