01 WS-TARGET-ID        PIC X(8).
01 WS-NAME             PIC X(30).
01 WS-ROLE             PIC X(1).
01 WS-HOME-BRANCH      PIC 9(3).
01 WS-NEW-PASSWORD     PIC X(8).
01 WS-CONFIRM-PASSWORD PIC X(8).
01 WS-PWD-IN           PIC X(8).
01 LK-OPERATOR-ID PIC X(8).

PROCEDURE DIVISION USING LK-OPERATOR-ID.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "1 = Add operator, 2 = Reset password/unlock, ",
        "3 = List operators: ".
    ACCEPT WS-ACTION.
    MOVE SPACE TO WS-ROLE.
    PERFORM 2100-CAPTURE-ROLE
        UNTIL WS-ROLE = "T" OR WS-ROLE = "S".
    DISPLAY "Home branch code: ".
    ACCEPT WS-HOME-BRANCH.
    PERFORM 4000-CAPTURE-PASSWORD.

    MOVE WS-NEW-PASSWORD TO WS-PWD-IN.
    MOVE WS-NAME         TO OPER-NAME.
    MOVE WS-PWD-HASH     TO OPER-PWD-HASH.
    MOVE WS-ROLE         TO OPER-ROLE.
    MOVE WS-HOME-BRANCH  TO OPER-HOME-BRANCH.
    SET OPER-ACTIVE TO TRUE.
    MOVE 0 TO OPER-PWD-DATE.
    MOVE 0 TO OPER-PWD-FAILS.
            SET END-OF-OPERATORS TO TRUE
    END-START.

    DISPLAY "ID       Name                           Role Status ",
        "Branch".
    PERFORM 5100-READ-OPERATOR UNTIL END-OF-OPERATORS.

    IF WS-OPERATORS-LISTED = 0
            SET END-OF-OPERATORS TO TRUE
        NOT AT END
            DISPLAY OPER-ID, " ", OPER-NAME, " ", OPER-ROLE,
                "    ", OPER-STATUS, "      ", OPER-HOME-BRANCH
            ADD 1 TO WS-OPERATORS-LISTED
    END-READ.

