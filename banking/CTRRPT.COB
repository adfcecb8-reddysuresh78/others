        10 WS-DET-CHANNEL  PIC X(3).

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Large Cash Activity Report for ", WS-TODAY,
        " =====".
    DISPLAY "Enter reporting threshold (0 = default ",
