    GOBACK.

2000-ADD-FEE.
    DISPLAY "Product type (C=Checking, S=Savings, T=Term Deposit, ",
        "L=Loan): ".
    ACCEPT WS-PROD-TYPE.
    IF WS-PROD-TYPE NOT = "C" AND WS-PROD-TYPE NOT = "S"
            AND WS-PROD-TYPE NOT = "T" AND WS-PROD-TYPE NOT = "L"
        DISPLAY "Invalid product type -- enter C, S, T or L."
        GOBACK
    END-IF.

    DISPLAY "Fee code (MTH=Monthly maintenance, WDL=Per withdrawal, ",
        "ODU=Overdraft usage, CLS=Account closure, ",
        "NSF=Returned cheque, RDI=Returned deposited cheque, ",
        "ESF=Early loan settlement): ".
    ACCEPT WS-FEE-CODE.
    IF WS-FEE-CODE NOT = "MTH" AND WS-FEE-CODE NOT = "WDL"
            AND WS-FEE-CODE NOT = "ODU" AND WS-FEE-CODE NOT = "CLS"
            AND WS-FEE-CODE NOT = "NSF" AND WS-FEE-CODE NOT = "RDI"
            AND WS-FEE-CODE NOT = "ESF"
        DISPLAY "Invalid fee code -- enter MTH, WDL, ODU, CLS, NSF, ",
            "RDI or ESF."
        GOBACK
    END-IF.

