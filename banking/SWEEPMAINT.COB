IDENTIFICATION DIVISION.
PROGRAM-ID. SWEEPMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-NUM
        ALTERNATE RECORD KEY IS ACCT-NAME WITH DUPLICATES
        FILE STATUS IS WS-ACCT-FILE-STATUS.
    SELECT SWEEP-FILE ASSIGN TO "SWEEPFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SWP-CHK-ACCT-NUM
        FILE STATUS IS WS-SWP-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD ACCOUNT-MASTER.
COPY "ACCTREC.CPY".

FD SWEEP-FILE.
COPY "SWEEPREC.CPY".

WORKING-STORAGE SECTION.
01 WS-ACCT-FILE-STATUS PIC X(2).
01 WS-SWP-FILE-STATUS  PIC X(2).
01 WS-ACTION           PIC 9(1).
01 WS-TODAY            PIC 9(8).
01 WS-CHK-ACCT-NUM     PIC 9(5).
01 WS-SAV-ACCT-NUM     PIC 9(5).
01 WS-CHK-CUST-NUM     PIC 9(5).
01 WS-TARGET-BALANCE   PIC 9(9)V99.
01 WS-MIN-AMOUNT       PIC 9(9)V99.
01 WS-DIRECTION        PIC X(1).
01 WS-REPLY            PIC X(1).
01 WS-SWEEP-SWITCH     PIC X(1).
    88 SWEEP-ON-FILE   VALUE "Y".
01 WS-ABORT-SWITCH     PIC X(1).
    88 ACTION-ABORTED  VALUE "Y".

LINKAGE SECTION.
01 LK-OPERATOR-ID PIC X(8).

PROCEDURE DIVISION USING LK-OPERATOR-ID.
    MOVE "N" TO WS-ABORT-SWITCH.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "1 = Set up sweep, 2 = Change sweep, 3 = Cancel sweep: ".
    ACCEPT WS-ACTION.

    PERFORM 1000-OPEN-FILES.

    EVALUATE WS-ACTION
        WHEN 1
            PERFORM 2000-SET-UP-SWEEP
        WHEN 2
            PERFORM 5000-CHANGE-SWEEP
        WHEN 3
            PERFORM 6000-CANCEL-SWEEP
        WHEN OTHER
            DISPLAY "Invalid action."
    END-EVALUATE.

    CLOSE ACCOUNT-MASTER SWEEP-FILE.
    GOBACK.

1000-OPEN-FILES.
    OPEN I-O ACCOUNT-MASTER.
    IF WS-ACCT-FILE-STATUS = "35"
        OPEN OUTPUT ACCOUNT-MASTER
        CLOSE ACCOUNT-MASTER
        OPEN I-O ACCOUNT-MASTER
    END-IF.

    OPEN I-O SWEEP-FILE.
    IF WS-SWP-FILE-STATUS = "35"
        OPEN OUTPUT SWEEP-FILE
        CLOSE SWEEP-FILE
        OPEN I-O SWEEP-FILE
    END-IF.

2000-SET-UP-SWEEP.
    DISPLAY "Enter Checking Account Number: ".
    ACCEPT WS-CHK-ACCT-NUM.
    PERFORM 2100-VERIFY-CHECKING-ACCOUNT.

    IF NOT ACTION-ABORTED
        PERFORM 2200-READ-SWEEP
        IF SWEEP-ON-FILE AND SWP-ACTIVE
            DISPLAY "Account Number ", WS-CHK-ACCT-NUM,
                " already has an active sweep -- use Change."
            SET ACTION-ABORTED TO TRUE
        END-IF
    END-IF.

    IF NOT ACTION-ABORTED
        DISPLAY "Enter Savings Account Number: "
        ACCEPT WS-SAV-ACCT-NUM
        PERFORM 2300-VERIFY-SAVINGS-ACCOUNT
    END-IF.

    IF NOT ACTION-ABORTED
        PERFORM 3000-CAPTURE-TERMS
    END-IF.

    IF NOT ACTION-ABORTED
        PERFORM 4000-WRITE-SWEEP
    END-IF.

2100-VERIFY-CHECKING-ACCOUNT.
    MOVE WS-CHK-ACCT-NUM TO ACCT-NUM.
    READ ACCOUNT-MASTER
        INVALID KEY
            DISPLAY "Account Number ", WS-CHK-ACCT-NUM, " not found."
            SET ACTION-ABORTED TO TRUE
    END-READ.

    IF NOT ACTION-ABORTED AND NOT ACCT-ACTIVE
        DISPLAY "Account Number ", WS-CHK-ACCT-NUM, " is not active."
        SET ACTION-ABORTED TO TRUE
    END-IF.

    IF NOT ACTION-ABORTED AND NOT ACCT-CHECKING
        DISPLAY "Account Number ", WS-CHK-ACCT-NUM,
            " is not a checking account."
        SET ACTION-ABORTED TO TRUE
    END-IF.

    IF NOT ACTION-ABORTED
        MOVE ACCT-CUST-NUM TO WS-CHK-CUST-NUM
    END-IF.

2200-READ-SWEEP.
    MOVE "Y" TO WS-SWEEP-SWITCH.
    MOVE WS-CHK-ACCT-NUM TO SWP-CHK-ACCT-NUM.
    READ SWEEP-FILE
        INVALID KEY
            MOVE "N" TO WS-SWEEP-SWITCH
    END-READ.

2300-VERIFY-SAVINGS-ACCOUNT.
    MOVE WS-SAV-ACCT-NUM TO ACCT-NUM.
    READ ACCOUNT-MASTER
        INVALID KEY
            DISPLAY "Account Number ", WS-SAV-ACCT-NUM, " not found."
            SET ACTION-ABORTED TO TRUE
    END-READ.

    IF NOT ACTION-ABORTED AND NOT ACCT-ACTIVE
        DISPLAY "Account Number ", WS-SAV-ACCT-NUM, " is not active."
        SET ACTION-ABORTED TO TRUE
    END-IF.

    IF NOT ACTION-ABORTED AND NOT ACCT-SAVINGS
        DISPLAY "Account Number ", WS-SAV-ACCT-NUM,
            " is not a savings account."
        SET ACTION-ABORTED TO TRUE
    END-IF.

    IF NOT ACTION-ABORTED AND ACCT-CUST-NUM NOT = WS-CHK-CUST-NUM
        DISPLAY "Account Number ", WS-SAV-ACCT-NUM,
            " belongs to a different customer."
        SET ACTION-ABORTED TO TRUE
    END-IF.

3000-CAPTURE-TERMS.
    DISPLAY "Enter Target Balance for checking: ".
    ACCEPT WS-TARGET-BALANCE.
    DISPLAY "Enter Minimum Sweep Amount: ".
    ACCEPT WS-MIN-AMOUNT.
    MOVE SPACE TO WS-DIRECTION.
    PERFORM 3100-CAPTURE-DIRECTION
        UNTIL WS-DIRECTION = "O" OR WS-DIRECTION = "S"
            OR WS-DIRECTION = "B".

3100-CAPTURE-DIRECTION.
    DISPLAY "Direction (O=Cover overdraft, S=Sweep surplus, ",
        "B=Both): ".
    ACCEPT WS-DIRECTION.
    IF WS-DIRECTION NOT = "O" AND WS-DIRECTION NOT = "S"
            AND WS-DIRECTION NOT = "B"
        DISPLAY "Invalid direction -- enter O, S or B."
    END-IF.

4000-WRITE-SWEEP.
    MOVE WS-CHK-ACCT-NUM   TO SWP-CHK-ACCT-NUM.
    MOVE WS-SAV-ACCT-NUM   TO SWP-SAV-ACCT-NUM.
    MOVE WS-TARGET-BALANCE TO SWP-TARGET-BALANCE.
    MOVE WS-MIN-AMOUNT     TO SWP-MIN-AMOUNT.
    MOVE WS-DIRECTION      TO SWP-DIRECTION.
    SET SWP-ACTIVE TO TRUE.
    MOVE WS-TODAY          TO SWP-SETUP-DATE.
    MOVE LK-OPERATOR-ID    TO SWP-OPERATOR.
    MOVE 0 TO SWP-LAST-SWEEP-DATE.
    MOVE 0 TO SWP-LAST-SWEEP-AMT.

    IF SWEEP-ON-FILE
        REWRITE SWEEP-RECORD
            INVALID KEY
                DISPLAY "Error writing sweep for Account Number ",
                    WS-CHK-ACCT-NUM
        END-REWRITE
    ELSE
        WRITE SWEEP-RECORD
            INVALID KEY
                DISPLAY "Error writing sweep for Account Number ",
                    WS-CHK-ACCT-NUM
        END-WRITE
    END-IF.
    DISPLAY "Sweep set up from Account Number ", WS-CHK-ACCT-NUM,
        " to Account Number ", WS-SAV-ACCT-NUM, ".".

5000-CHANGE-SWEEP.
    DISPLAY "Enter Checking Account Number: ".
    ACCEPT WS-CHK-ACCT-NUM.
    PERFORM 5100-READ-ACTIVE-SWEEP.

    IF NOT ACTION-ABORTED
        PERFORM 5200-DISPLAY-SWEEP
        PERFORM 2100-VERIFY-CHECKING-ACCOUNT
    END-IF.

    IF NOT ACTION-ABORTED
        DISPLAY "Enter Savings Account Number (0 = no change): "
        ACCEPT WS-SAV-ACCT-NUM
        IF WS-SAV-ACCT-NUM = 0
            MOVE SWP-SAV-ACCT-NUM TO WS-SAV-ACCT-NUM
        END-IF
        PERFORM 2300-VERIFY-SAVINGS-ACCOUNT
    END-IF.

    IF NOT ACTION-ABORTED
        PERFORM 3000-CAPTURE-TERMS
    END-IF.

    IF NOT ACTION-ABORTED
        MOVE WS-SAV-ACCT-NUM   TO SWP-SAV-ACCT-NUM
        MOVE WS-TARGET-BALANCE TO SWP-TARGET-BALANCE
        MOVE WS-MIN-AMOUNT     TO SWP-MIN-AMOUNT
        MOVE WS-DIRECTION      TO SWP-DIRECTION
        MOVE LK-OPERATOR-ID    TO SWP-OPERATOR
        REWRITE SWEEP-RECORD
            INVALID KEY
                DISPLAY "Error updating sweep for Account Number ",
                    WS-CHK-ACCT-NUM
        END-REWRITE
        DISPLAY "Sweep for Account Number ", WS-CHK-ACCT-NUM,
            " changed."
    END-IF.

5100-READ-ACTIVE-SWEEP.
    PERFORM 2200-READ-SWEEP.
    IF NOT SWEEP-ON-FILE
        DISPLAY "No sweep found for Account Number ",
            WS-CHK-ACCT-NUM, "."
        SET ACTION-ABORTED TO TRUE
    END-IF.

    IF NOT ACTION-ABORTED AND SWP-CANCELLED
        DISPLAY "Sweep for Account Number ", WS-CHK-ACCT-NUM,
            " is cancelled."
        SET ACTION-ABORTED TO TRUE
    END-IF.

5200-DISPLAY-SWEEP.
    DISPLAY "Checking Account:  ", SWP-CHK-ACCT-NUM.
    DISPLAY "Savings Account:   ", SWP-SAV-ACCT-NUM.
    DISPLAY "Target Balance:    ", SWP-TARGET-BALANCE.
    DISPLAY "Minimum Sweep:     ", SWP-MIN-AMOUNT.
    DISPLAY "Direction:         ", SWP-DIRECTION.
    DISPLAY "Last Swept:        ", SWP-LAST-SWEEP-DATE,
        "  ", SWP-LAST-SWEEP-AMT.

6000-CANCEL-SWEEP.
    DISPLAY "Enter Checking Account Number: ".
    ACCEPT WS-CHK-ACCT-NUM.
    PERFORM 5100-READ-ACTIVE-SWEEP.

    IF NOT ACTION-ABORTED
        PERFORM 5200-DISPLAY-SWEEP
        DISPLAY "Cancel this sweep (Y/N)? "
        ACCEPT WS-REPLY
        IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "y"
            DISPLAY "Sweep not cancelled."
            SET ACTION-ABORTED TO TRUE
        END-IF
    END-IF.

    IF NOT ACTION-ABORTED
        SET SWP-CANCELLED TO TRUE
        MOVE LK-OPERATOR-ID TO SWP-OPERATOR
        REWRITE SWEEP-RECORD
            INVALID KEY
                DISPLAY "Error cancelling sweep for Account Number ",
                    WS-CHK-ACCT-NUM
        END-REWRITE
        DISPLAY "Sweep for Account Number ", WS-CHK-ACCT-NUM,
            " cancelled."
    END-IF.
