01 LK-OPERATOR-ID PIC X(8).

PROCEDURE DIVISION USING LK-OPERATOR-ID.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "1 = List pending items, 2 = Release item, ",
        "3 = Reject item: ".
    ACCEPT WS-ACTION.
        SET RELEASE-FAILED TO TRUE
    END-IF.

    IF RELEASE-OK AND ACCT-KYC-BLOCKED
        DISPLAY "Account Number ", PEND-ACCT-NUM,
            " has a debit block pending customer KYC review."
        SET RELEASE-FAILED TO TRUE
    END-IF.

    IF RELEASE-OK
        PERFORM 6000-SUM-ACTIVE-HOLDS
        COMPUTE WS-AVAILABLE =
