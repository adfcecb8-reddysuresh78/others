01 LK-OPERATOR-ID PIC X(8).

PROCEDURE DIVISION USING LK-OPERATOR-ID.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "1 = Open drawer, 2 = Drawer position, ",
        "3 = Balance drawer: ".
    ACCEPT WS-ACTION.
