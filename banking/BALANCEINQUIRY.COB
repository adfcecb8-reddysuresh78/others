
6000-SUM-ACTIVE-HOLDS.
    MOVE 0 TO WS-HOLD-TOTAL.
    CALL 'BUSDATE' USING WS-DATE.
    OPEN INPUT HOLD-FILE.
    IF WS-HOLD-FILE-STATUS = "35"
        CONTINUE
