    05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Loan Installment Collection for ", WS-TODAY,
        " =====".

