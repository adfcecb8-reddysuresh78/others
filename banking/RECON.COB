01 WS-SNAP-DATE         PIC 9(8).

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== End-of-Day Reconciliation for ", WS-TODAY, " =====".

    OPEN INPUT ACCOUNT-MASTER.
    EVALUATE TRAN-TYPE
        WHEN "BALFWD"
        WHEN "DEPOSIT"
        WHEN "CHQ-DEP"
        WHEN "XFER-IN"
        WHEN "INTEREST"
        WHEN "LOAN-DISB"
        WHEN "POS-REFUND"
        WHEN "REV-CREDIT"
            ADD TRAN-AMOUNT TO WS-EXPECTED-BALANCE
        WHEN "BALFWD-DR"
        WHEN "FEE"
        WHEN "CHQ-PAID"
        WHEN "WHT"
        WHEN "OD-INT"
        WHEN "LOAN-PAYOFF"
        WHEN "LOAN-PREPAY"
        WHEN "POS-PURCH"
        WHEN "REV-DEBIT"
            SUBTRACT TRAN-AMOUNT FROM WS-EXPECTED-BALANCE
    END-EVALUATE.
