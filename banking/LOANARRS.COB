    05 WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES PIC 9(3).

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Loan Arrears Aging Report for ", WS-TODAY,
        " =====".

