            SUBTRACT TRAN-AMOUNT FROM WS-RUNNING-BALANCE
        WHEN "DEPOSIT"
            ADD TRAN-AMOUNT TO WS-RUNNING-BALANCE
        WHEN "CHQ-DEP"
            ADD TRAN-AMOUNT TO WS-RUNNING-BALANCE
        WHEN "XFER-IN"
            ADD TRAN-AMOUNT TO WS-RUNNING-BALANCE
        WHEN "INTEREST"
            SUBTRACT TRAN-AMOUNT FROM WS-RUNNING-BALANCE
        WHEN "XFER-OUT"
            SUBTRACT TRAN-AMOUNT FROM WS-RUNNING-BALANCE
        WHEN "POS-REFUND"
            ADD TRAN-AMOUNT TO WS-RUNNING-BALANCE
        WHEN "REV-CREDIT"
            ADD TRAN-AMOUNT TO WS-RUNNING-BALANCE
        WHEN "OD-INT"
            SUBTRACT TRAN-AMOUNT FROM WS-RUNNING-BALANCE
        WHEN "LOAN-PAYOFF"
            SUBTRACT TRAN-AMOUNT FROM WS-RUNNING-BALANCE
        WHEN "LOAN-PREPAY"
            SUBTRACT TRAN-AMOUNT FROM WS-RUNNING-BALANCE
        WHEN "POS-PURCH"
            SUBTRACT TRAN-AMOUNT FROM WS-RUNNING-BALANCE
        WHEN "REV-DEBIT"
            SUBTRACT TRAN-AMOUNT FROM WS-RUNNING-BALANCE
    END-EVALUATE.
