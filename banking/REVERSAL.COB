
    EVALUATE WS-ORIG-TYPE
        WHEN "DEPOSIT"
        WHEN "CHQ-DEP"
        WHEN "XFER-IN"
        WHEN "INTEREST"
        WHEN "POS-REFUND"
            MOVE "REV-DEBIT" TO WS-REVERSAL-TYPE
        WHEN "WITHDRAWAL"
        WHEN "XFER-OUT"
        WHEN "POS-PURCH"
            MOVE "REV-CREDIT" TO WS-REVERSAL-TYPE
        WHEN OTHER
            DISPLAY "Transaction type ", WS-ORIG-TYPE,
    MOVE LK-ACCOUNT-NUM   TO TRAN-ACCT-NUM.
    MOVE WS-REVERSAL-TYPE TO TRAN-TYPE.
    MOVE WS-ORIG-AMOUNT   TO TRAN-AMOUNT.
    CALL 'BUSDATE' USING WS-DATE.
    ACCEPT WS-TIME FROM TIME.
    MOVE WS-DATE TO TRAN-DATE.
    MOVE WS-TIME TO TRAN-TIME.
