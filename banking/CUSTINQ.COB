    DISPLAY "Name            : ", CUST-NAME.
    DISPLAY "Address         : ", CUST-ADDRESS.
    DISPLAY "Customer since  : ", CUST-DATE-OPENED.
    DISPLAY "ID document     : ", CUST-ID-TYPE, " ", CUST-ID-NUMBER,
        " expires ", CUST-ID-EXPIRY-DATE.
    DISPLAY "Date of birth   : ", CUST-BIRTH-DATE.
    DISPLAY "Risk rating     : ", CUST-RISK-RATING,
        "  next review ", CUST-NEXT-REVIEW-DATE.
    CLOSE CUSTOMER-MASTER.

    OPEN INPUT ACCOUNT-MASTER.
