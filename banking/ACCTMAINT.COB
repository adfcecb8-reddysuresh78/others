01 WS-AUD-FILE-STATUS  PIC X(2).
01 WS-SUPERVISOR-CODE  PIC X(5) VALUE "SUP99".
01 WS-CODE-ENTERED     PIC X(5).
01 WS-APPROVER-ID      PIC X(8) VALUE SPACES.
01 WS-ACTION           PIC 9(1).
01 WS-NEW-NAME         PIC X(20).
01 WS-NEW-TYPE         PIC X(1).

PROCEDURE DIVISION USING LK-ACCOUNT-NUM LK-OPERATOR-ID.
    MOVE "N" TO WS-ABORT-SWITCH.
    MOVE SPACES TO WS-APPROVER-ID.
    MOVE LK-ACCOUNT-NUM TO ACCT-NUM.
    OPEN I-O ACCOUNT-MASTER.
    IF WS-ACCT-FILE-STATUS = "35"
        IF WS-CODE-ENTERED NOT = WS-SUPERVISOR-CODE
            DISPLAY "Invalid supervisor code -- change refused."
            SET ACTION-ABORTED TO TRUE
        ELSE
            DISPLAY "Enter approving supervisor ID: "
            ACCEPT WS-APPROVER-ID
        END-IF
    END-IF.

        OPEN EXTEND AUDIT-LOG
    END-IF.

    CALL 'BUSDATE' USING WS-DATE.
    ACCEPT WS-TIME FROM TIME.
    MOVE LK-ACCOUNT-NUM  TO AUD-ACCT-NUM.
    MOVE WS-FIELD-CHANGED TO AUD-FIELD.
    MOVE LK-OPERATOR-ID  TO AUD-OPERATOR.

    WRITE AUDIT-RECORD.

    IF WS-APPROVER-ID NOT = SPACES
        MOVE "OD-APPROVAL"  TO AUD-FIELD
        MOVE WS-APPROVER-ID TO AUD-OLD-VALUE
        MOVE WS-NEW-VALUE   TO AUD-NEW-VALUE
        WRITE AUDIT-RECORD
    END-IF.
    CLOSE AUDIT-LOG.
