    05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Standing Order Execution for ", WS-TODAY, " =====".

    OPEN I-O STANDING-ORDER-FILE.
        ADD 1 TO WS-ORDERS-SKIPPED
    END-IF.

    IF EXEC-OK AND ACCT-KYC-BLOCKED
        DISPLAY "SKIPPED -- Standing Order ", SO-NUM,
            ": debit block pending KYC review on Account Number ",
            SO-FROM-ACCT-NUM
        SET EXEC-FAILED TO TRUE
        ADD 1 TO WS-ORDERS-SKIPPED
    END-IF.

    IF EXEC-OK
        PERFORM 6000-SUM-ACTIVE-HOLDS
        COMPUTE WS-AVAILABLE =
