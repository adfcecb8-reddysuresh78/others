    05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Term Deposit Maturity Processing for ", WS-TODAY,
        " =====".

    IF WS-MATURITY-DAY > WS-MONTH-LENGTH
        MOVE WS-MONTH-LENGTH TO WS-MATURITY-DAY
    END-IF.
    CALL 'BUSDAYADJ' USING WS-MATURITY-DATE.
    MOVE WS-MATURITY-DATE TO TD-MATURITY-DATE.

    ADD 1 TO WS-DEPOSITS-ROLLED.
