01 WS-ACCOUNTS-CREDITED PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-DATE.
    DISPLAY "===== Month-End Interest Accrual for ", WS-DATE, " =====".

    PERFORM 0300-LOAD-RATES.
