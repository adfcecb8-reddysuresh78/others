    05 WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES PIC 9(3).

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Dormancy Review for ", WS-TODAY, " =====".
    DISPLAY "Inactivity threshold: ", WS-DORMANT-DAYS, " days".

0920-NOTE-ACTIVITY.
    EVALUATE TRAN-TYPE
        WHEN "DEPOSIT"
        WHEN "CHQ-DEP"
        WHEN "WITHDRAWAL"
        WHEN "XFER-IN"
        WHEN "XFER-OUT"
