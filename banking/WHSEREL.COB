01 WS-ITEMS-PENDING     PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Payment Warehouse Release for ", WS-TODAY,
        " =====".

        SET RELEASE-FAILED TO TRUE
    END-IF.

    IF RELEASE-OK AND WHSE-DEBIT AND ACCT-KYC-BLOCKED
        DISPLAY "HELD OVER -- warehoused item ", WHSE-SEQ,
            ": Account Number ", WHSE-ACCT-NUM,
            " has a KYC debit block."
        ADD 1 TO WS-ITEMS-HELD-OVER
        SET RELEASE-FAILED TO TRUE
    END-IF.

    IF RELEASE-OK AND WHSE-DEBIT
        PERFORM 6000-SUM-ACTIVE-HOLDS
        COMPUTE WS-AVAILABLE =
