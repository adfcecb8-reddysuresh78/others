01 WS-WDL-COUNT         PIC 9(5).

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    MOVE WS-TODAY-YYYYMM TO WS-CYCLE-YYYYMM.
    MOVE 1 TO WS-CYCLE-DD.
    DISPLAY "===== Month-End Service Charges for ", WS-TODAY,
