2000-ADD-RATE.
    DISPLAY "Product type (S=Savings, T=Term Deposit, ",
        "P=Personal Loan, W=Withholding Tax, ",
        "L=Dual-Control Limit, D=Overdraft Debit, ",
        "E=Excess Over Limit): ".
    ACCEPT WS-PROD-TYPE.
    IF WS-PROD-TYPE NOT = "S" AND WS-PROD-TYPE NOT = "T"
            AND WS-PROD-TYPE NOT = "P" AND WS-PROD-TYPE NOT = "W"
            AND WS-PROD-TYPE NOT = "L" AND WS-PROD-TYPE NOT = "D"
            AND WS-PROD-TYPE NOT = "E"
        DISPLAY "Invalid product type -- enter S, T, P, W, L, D or E."
    ELSE
        PERFORM 2500-CAPTURE-AND-STORE-RATE
    END-IF.
