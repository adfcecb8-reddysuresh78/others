01 WS-SNAPSHOTS-WRITTEN PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== End-of-Day Balance Snapshot for ", WS-TODAY,
        " =====".

    EVALUATE TRAN-TYPE
        WHEN "BALFWD"
        WHEN "DEPOSIT"
        WHEN "CHQ-DEP"
        WHEN "XFER-IN"
        WHEN "INTEREST"
        WHEN "LOAN-DISB"
        WHEN "POS-REFUND"
        WHEN "REV-CREDIT"
            ADD TRAN-AMOUNT TO WS-DAY-CREDITS
        WHEN "BALFWD-DR"
        WHEN "FEE"
        WHEN "CHQ-PAID"
        WHEN "WHT"
        WHEN "OD-INT"
        WHEN "LOAN-PAYOFF"
        WHEN "LOAN-PREPAY"
        WHEN "POS-PURCH"
        WHEN "REV-DEBIT"
            ADD TRAN-AMOUNT TO WS-DAY-DEBITS
    END-EVALUATE.
