01 WS-BLANK-LINE       PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    MOVE WS-TODAY-YYYYMM TO WS-CYCLE-YYYYMM.
    MOVE 1 TO WS-CYCLE-DD.
    DISPLAY "===== Statement Production for cycle ",
    EVALUATE TRAN-TYPE
        WHEN "BALFWD"
        WHEN "DEPOSIT"
        WHEN "CHQ-DEP"
        WHEN "XFER-IN"
        WHEN "INTEREST"
        WHEN "LOAN-DISB"
        WHEN "POS-REFUND"
        WHEN "REV-CREDIT"
            ADD TRAN-AMOUNT TO WS-OPENING-BALANCE
        WHEN "BALFWD-DR"
        WHEN "FEE"
        WHEN "CHQ-PAID"
        WHEN "WHT"
        WHEN "OD-INT"
        WHEN "LOAN-PAYOFF"
        WHEN "LOAN-PREPAY"
        WHEN "POS-PURCH"
        WHEN "REV-DEBIT"
            SUBTRACT TRAN-AMOUNT FROM WS-OPENING-BALANCE
    END-EVALUATE.
    EVALUATE WS-ENTRY-TYPE (WS-ENTRY-IDX)
        WHEN "BALFWD"
        WHEN "DEPOSIT"
        WHEN "CHQ-DEP"
        WHEN "XFER-IN"
        WHEN "INTEREST"
        WHEN "LOAN-DISB"
        WHEN "POS-REFUND"
        WHEN "REV-CREDIT"
            ADD WS-ENTRY-AMOUNT (WS-ENTRY-IDX)
                TO WS-RUNNING-BALANCE
        WHEN "FEE"
        WHEN "CHQ-PAID"
        WHEN "WHT"
        WHEN "OD-INT"
        WHEN "LOAN-PAYOFF"
        WHEN "LOAN-PREPAY"
        WHEN "POS-PURCH"
        WHEN "REV-DEBIT"
            SUBTRACT WS-ENTRY-AMOUNT (WS-ENTRY-IDX)
                FROM WS-RUNNING-BALANCE
