        10 WS-BR-OUT-AMOUNT PIC 9(11)V99 VALUE 0.

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Daily Transaction Activity Summary for ",
        WS-TODAY, " =====".

        ADD 1 TO WS-BR-COUNT (WS-BRANCH-IDX)
        EVALUATE TRAN-TYPE
            WHEN "DEPOSIT"
            WHEN "CHQ-DEP"
            WHEN "XFER-IN"
            WHEN "INTEREST"
            WHEN "LOAN-DISB"
            WHEN "POS-REFUND"
            WHEN "REV-CREDIT"
                ADD TRAN-AMOUNT TO WS-BR-IN-AMOUNT (WS-BRANCH-IDX)
            WHEN OTHER
        END-EVALUATE
        EVALUATE TRAN-TYPE
            WHEN "DEPOSIT"
            WHEN "CHQ-DEP"
                ADD 1 TO WS-DEPOSIT-COUNT
                ADD TRAN-AMOUNT TO WS-DEPOSIT-AMOUNT
            WHEN "WITHDRAWAL"
