        GOBACK
    END-IF.

    IF ACCT-KYC-BLOCKED
        DISPLAY "Account Number ", LK-ACCOUNT-NUM,
            " has a debit block pending customer KYC review."
        CLOSE ACCOUNT-MASTER
        GOBACK
    END-IF.

    COMPUTE WS-PIN-PRODUCT = (LK-PIN * 7919) + 13.
    DIVIDE WS-PIN-PRODUCT BY 100000 GIVING WS-PIN-QUOTIENT
        REMAINDER WS-PIN-HASH.
    END-IF.

    SUBTRACT WS-AMOUNT FROM ACCT-BALANCE.
    CALL 'BUSDATE' USING WS-DATE.
    MOVE WS-DATE TO ACCT-LAST-TRAN-DATE.

    REWRITE ACCOUNT-RECORD
    END-IF.

1500-WARN-EARLY-WITHDRAWAL.
    CALL 'BUSDATE' USING WS-DATE.
    OPEN INPUT TERM-DEPOSIT-FILE.
    IF WS-TD-FILE-STATUS = "35"
        CONTINUE

6000-SUM-ACTIVE-HOLDS.
    MOVE 0 TO WS-HOLD-TOTAL.
    CALL 'BUSDATE' USING WS-DATE.
    OPEN INPUT HOLD-FILE.
    IF WS-HOLD-FILE-STATUS = "35"
        CONTINUE
        "reference ", WS-PEND-NEW-REF, ".".

1600-LOAD-THRESHOLD.
    CALL 'BUSDATE' USING WS-DATE.
    MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD.
    MOVE 0 TO WS-THRESH-EFF-DATE.
    OPEN INPUT RATE-FILE.
