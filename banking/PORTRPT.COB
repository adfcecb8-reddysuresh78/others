01 WS-BLANK-LINE        PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Monthly Portfolio Analysis for ", WS-TODAY,
        " =====".

