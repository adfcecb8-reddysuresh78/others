
PROCEDURE DIVISION USING LK-OPERATOR-ID.
    MOVE "N" TO WS-ABORT-SWITCH.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "1 = Issue cheque book, 2 = Stop payment, ",
        "3 = Release stop, 4 = List books and stops: ".
    ACCEPT WS-ACTION.
