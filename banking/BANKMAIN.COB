    05 WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES PIC 9(3).

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    PERFORM 0100-SIGN-ON.
    IF NOT SIGNON-OK
        STOP RUN
    SET OPER-ACTIVE TO TRUE.
    MOVE WS-TODAY TO OPER-PWD-DATE.
    MOVE 0 TO OPER-PWD-FAILS.
    MOVE WS-BRANCH-CODE   TO OPER-HOME-BRANCH.
    WRITE OPERATOR-RECORD
        INVALID KEY
            DISPLAY "Error creating operator ", WS-OPERATOR-ID
    ACCEPT WS-TIME FROM TIME.
    MOVE 0               TO AUD-ACCT-NUM.
    MOVE WS-AUDIT-EVENT  TO AUD-FIELD.
    MOVE WS-BRANCH-CODE  TO AUD-OLD-VALUE.
    MOVE WS-OPERATOR-ROLE TO AUD-NEW-VALUE.
    MOVE WS-TODAY        TO AUD-DATE.
    MOVE WS-TIME         TO AUD-TIME.
    DISPLAY "21. As-of Balance Inquiry".
    DISPLAY "22. Approve Pending Transactions (Supervisor)".
    DISPLAY "23. Customer/Account Name Search".
    DISPLAY "24. Close Account (Supervisor)".
    DISPLAY "25. GL Mapping Maintenance (Supervisor)".
    DISPLAY "26. Batch Suspense Items".
    DISPLAY "27. Sweep Arrangements".
    DISPLAY "28. Card Services".
    DISPLAY "29. Holiday Calendar (Supervisor)".
    DISPLAY "30. Customer KYC Review (Supervisor)".
    DISPLAY "99. Exit".
    DISPLAY "Enter your option: ".
    ACCEPT WS-OPTION.

    IF (WS-OPTION = 8 OR WS-OPTION = 10 OR WS-OPTION = 11
            OR WS-OPTION = 14 OR WS-OPTION = 17 OR WS-OPTION = 19
            OR WS-OPTION = 22 OR WS-OPTION = 24 OR WS-OPTION = 25
            OR WS-OPTION = 29 OR WS-OPTION = 30)
            AND NOT OPERATOR-IS-SUPERVISOR
        DISPLAY "Option ", WS-OPTION,
            " requires supervisor authority."
        WHEN 10
            DISPLAY "Enter Account Number: "
            ACCEPT WS-ACCOUNT-NUM
            CALL 'UNLOCK' USING WS-ACCOUNT-NUM WS-OPERATOR-ID
        WHEN 11
            DISPLAY "Enter Account Number: "
            ACCEPT WS-ACCOUNT-NUM
            CALL 'APPROVE' USING WS-OPERATOR-ID
        WHEN 23
            CALL 'NAMESRCH'
        WHEN 24
            DISPLAY "Enter Account Number: "
            ACCEPT WS-ACCOUNT-NUM
            CALL 'ACCTCLOSE' USING WS-ACCOUNT-NUM WS-OPERATOR-ID
                WS-BRANCH-CODE
        WHEN 25
            CALL 'GLMAPMAINT'
        WHEN 26
            CALL 'SUSPMAINT' USING WS-OPERATOR-ID
        WHEN 27
            CALL 'SWEEPMAINT' USING WS-OPERATOR-ID
        WHEN 28
            CALL 'CARDMAINT' USING WS-OPERATOR-ID
        WHEN 29
            CALL 'HOLMAINT' USING WS-OPERATOR-ID
        WHEN 30
            CALL 'KYCMAINT' USING WS-OPERATOR-ID
        WHEN 99
            DISPLAY "Thank you for using the Banking System!"
        WHEN OTHER
