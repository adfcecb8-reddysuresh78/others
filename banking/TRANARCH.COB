        10 WS-CF-SEEN    PIC X(1) VALUE "N".

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    MOVE WS-TODAY-YYYYMM TO WS-CUTOFF-YYYYMM.
    MOVE 1 TO WS-CUTOFF-DD.
    DISPLAY "===== Month-End Transaction Archive for ", WS-TODAY,
    MOVE "Y" TO WS-CF-SEEN (TRAN-ACCT-NUM).
    EVALUATE TRAN-TYPE
        WHEN "DEPOSIT"
        WHEN "CHQ-DEP"
        WHEN "XFER-IN"
        WHEN "INTEREST"
        WHEN "BALFWD"
        WHEN "LOAN-DISB"
        WHEN "POS-REFUND"
        WHEN "REV-CREDIT"
            ADD TRAN-AMOUNT TO WS-CF-BALANCE (TRAN-ACCT-NUM)
        WHEN "WITHDRAWAL"
        WHEN "FEE"
        WHEN "CHQ-PAID"
        WHEN "WHT"
        WHEN "OD-INT"
        WHEN "LOAN-PAYOFF"
        WHEN "LOAN-PREPAY"
        WHEN "POS-PURCH"
        WHEN "REV-DEBIT"
            SUBTRACT TRAN-AMOUNT FROM WS-CF-BALANCE (TRAN-ACCT-NUM)
    END-EVALUATE.
