01 WS-ITEMS-DROPPED     PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Interbranch Settlement Report for ", WS-TODAY,
        " =====".

    ADD 1 TO WS-ITEMS-MATCHED.
    EVALUATE TRAN-TYPE
        WHEN "DEPOSIT"
        WHEN "CHQ-DEP"
        WHEN "XFER-IN"
        WHEN "INTEREST"
        WHEN "LOAN-DISB"
        WHEN "POS-REFUND"
        WHEN "REV-CREDIT"
            COMPUTE WS-FLOW-AMOUNT = 0 - TRAN-AMOUNT
        WHEN OTHER
