IDENTIFICATION DIVISION.
PROGRAM-ID. SWEEPRUN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SWEEP-FILE ASSIGN TO "SWEEPFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SWP-CHK-ACCT-NUM
        FILE STATUS IS WS-SWP-FILE-STATUS.
    SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-NUM
        ALTERNATE RECORD KEY IS ACCT-NAME WITH DUPLICATES
        FILE STATUS IS WS-ACCT-FILE-STATUS.
    SELECT TRANLOG ASSIGN TO "TRANLOG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TRAN-KEY
        ALTERNATE RECORD KEY IS TRAN-REF
        FILE STATUS IS WS-TRAN-FILE-STATUS.
    SELECT TRAN-CONTROL ASSIGN TO "TRANCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TCTL-KEY
        FILE STATUS IS WS-TCTL-FILE-STATUS.
    SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HOLD-KEY
        FILE STATUS IS WS-HOLD-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SWEEP-FILE.
COPY "SWEEPREC.CPY".

FD ACCOUNT-MASTER.
COPY "ACCTREC.CPY".

FD TRANLOG.
COPY "TRANREC.CPY".

FD TRAN-CONTROL.
COPY "TRANCTL.CPY".

FD HOLD-FILE.
COPY "HOLDREC.CPY".

WORKING-STORAGE SECTION.
01 WS-SWP-FILE-STATUS   PIC X(2).
01 WS-ACCT-FILE-STATUS  PIC X(2).
01 WS-TRAN-FILE-STATUS  PIC X(2).
01 WS-TCTL-FILE-STATUS  PIC X(2).
01 WS-TRAN-REF          PIC 9(9).
01 WS-TRAN-REF-2        PIC 9(9).
01 WS-HOLD-FILE-STATUS  PIC X(2).
01 WS-HOLD-PRESENT-SW   PIC X(1).
    88 HOLDS-ON-FILE    VALUE "Y".
01 WS-HOLD-EOF-SWITCH   PIC X(1).
    88 END-OF-HOLDS     VALUE "Y".
01 WS-HOLD-ACCT-NUM     PIC 9(5).
01 WS-HOLD-TOTAL        PIC 9(11)V99.
01 WS-SWP-EOF-SWITCH    PIC X(1).
    88 END-OF-SWEEPS    VALUE "Y".
01 WS-EXEC-SWITCH       PIC X(1).
    88 EXEC-OK          VALUE "Y".
    88 EXEC-FAILED      VALUE "N".
01 WS-TODAY             PIC 9(8).
01 WS-TIME              PIC 9(8).
01 WS-CHK-NET-BALANCE   PIC S9(11)V99.
01 WS-SAV-AVAILABLE     PIC S9(11)V99.
01 WS-SWEEP-AMOUNT      PIC 9(9)V99.
01 WS-FROM-ACCT-NUM     PIC 9(5).
01 WS-TO-ACCT-NUM       PIC 9(5).
01 WS-FROM-BALANCE      PIC S9(9)V99.
01 WS-SWEEPS-READ       PIC 9(5) VALUE 0.
01 WS-SWEEPS-TO-CHK     PIC 9(5) VALUE 0.
01 WS-SWEEPS-TO-SAV     PIC 9(5) VALUE 0.
01 WS-SWEEPS-AT-TARGET  PIC 9(5) VALUE 0.
01 WS-SWEEPS-BELOW-MIN  PIC 9(5) VALUE 0.
01 WS-SWEEPS-FAILED     PIC 9(5) VALUE 0.
01 WS-SWEEPS-SKIPPED    PIC 9(5) VALUE 0.
01 WS-TOTAL-TO-CHK      PIC 9(11)V99 VALUE 0.
01 WS-TOTAL-TO-SAV      PIC 9(11)V99 VALUE 0.

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Checking/Savings Sweep for ", WS-TODAY, " =====".

    OPEN I-O SWEEP-FILE.
    IF WS-SWP-FILE-STATUS = "35"
        DISPLAY "No sweep arrangements are on file."
        GOBACK
    END-IF.

    OPEN I-O ACCOUNT-MASTER.
    IF WS-ACCT-FILE-STATUS = "35"
        DISPLAY "No accounts are on file."
        CLOSE SWEEP-FILE
        GOBACK
    END-IF.

    OPEN I-O TRANLOG.
    IF WS-TRAN-FILE-STATUS = "35"
        OPEN OUTPUT TRANLOG
        CLOSE TRANLOG
        OPEN I-O TRANLOG
    END-IF.

    OPEN I-O TRAN-CONTROL.
    IF WS-TCTL-FILE-STATUS = "35"
        OPEN OUTPUT TRAN-CONTROL
        CLOSE TRAN-CONTROL
        OPEN I-O TRAN-CONTROL
    END-IF.

    MOVE "N" TO WS-HOLD-PRESENT-SW.
    OPEN INPUT HOLD-FILE.
    IF WS-HOLD-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-HOLD-PRESENT-SW
    END-IF.

    MOVE "N" TO WS-SWP-EOF-SWITCH.
    MOVE 0 TO SWP-CHK-ACCT-NUM.
    START SWEEP-FILE KEY IS GREATER THAN SWP-CHK-ACCT-NUM
        INVALID KEY
            SET END-OF-SWEEPS TO TRUE
    END-START.

    PERFORM 0500-READ-SWEEP UNTIL END-OF-SWEEPS.

    CLOSE SWEEP-FILE ACCOUNT-MASTER TRANLOG TRAN-CONTROL.
    IF HOLDS-ON-FILE
        CLOSE HOLD-FILE
    END-IF.

    DISPLAY "Sweeps read:             ", WS-SWEEPS-READ.
    DISPLAY "Savings to checking:     ", WS-SWEEPS-TO-CHK,
        "  ", WS-TOTAL-TO-CHK.
    DISPLAY "Checking to savings:     ", WS-SWEEPS-TO-SAV,
        "  ", WS-TOTAL-TO-SAV.
    DISPLAY "Already at target:       ", WS-SWEEPS-AT-TARGET.
    DISPLAY "Below minimum amount:    ", WS-SWEEPS-BELOW-MIN.
    DISPLAY "Sweeps failed:           ", WS-SWEEPS-FAILED.
    DISPLAY "Sweeps skipped:          ", WS-SWEEPS-SKIPPED.
    GOBACK.

0500-READ-SWEEP.
    READ SWEEP-FILE NEXT RECORD
        AT END
            SET END-OF-SWEEPS TO TRUE
        NOT AT END
            PERFORM 1000-PROCESS-SWEEP
    END-READ.

1000-PROCESS-SWEEP.
    ADD 1 TO WS-SWEEPS-READ.
    IF SWP-ACTIVE
        SET EXEC-OK TO TRUE
        PERFORM 1100-MEASURE-CHECKING
        IF EXEC-OK
            PERFORM 1200-MEASURE-SAVINGS
        END-IF
        IF EXEC-OK
            PERFORM 1500-DETERMINE-SWEEP
        END-IF
    END-IF.

1100-MEASURE-CHECKING.
    MOVE SWP-CHK-ACCT-NUM TO ACCT-NUM.
    READ ACCOUNT-MASTER
        INVALID KEY
            DISPLAY "SKIPPED -- Sweep ", SWP-CHK-ACCT-NUM,
                ": Account Number ", SWP-CHK-ACCT-NUM, " not found."
            SET EXEC-FAILED TO TRUE
            ADD 1 TO WS-SWEEPS-SKIPPED
    END-READ.

    IF EXEC-OK AND NOT ACCT-ACTIVE
        DISPLAY "SKIPPED -- Sweep ", SWP-CHK-ACCT-NUM,
            ": Account Number ", SWP-CHK-ACCT-NUM, " is not active."
        SET EXEC-FAILED TO TRUE
        ADD 1 TO WS-SWEEPS-SKIPPED
    END-IF.

    IF EXEC-OK
        MOVE SWP-CHK-ACCT-NUM TO WS-HOLD-ACCT-NUM
        PERFORM 6000-SUM-ACTIVE-HOLDS
        COMPUTE WS-CHK-NET-BALANCE = ACCT-BALANCE - WS-HOLD-TOTAL
    END-IF.

1200-MEASURE-SAVINGS.
    MOVE SWP-SAV-ACCT-NUM TO ACCT-NUM.
    READ ACCOUNT-MASTER
        INVALID KEY
            DISPLAY "SKIPPED -- Sweep ", SWP-CHK-ACCT-NUM,
                ": Account Number ", SWP-SAV-ACCT-NUM, " not found."
            SET EXEC-FAILED TO TRUE
            ADD 1 TO WS-SWEEPS-SKIPPED
    END-READ.

    IF EXEC-OK AND NOT ACCT-ACTIVE
        DISPLAY "SKIPPED -- Sweep ", SWP-CHK-ACCT-NUM,
            ": Account Number ", SWP-SAV-ACCT-NUM, " is not active."
        SET EXEC-FAILED TO TRUE
        ADD 1 TO WS-SWEEPS-SKIPPED
    END-IF.

    IF EXEC-OK
        MOVE SWP-SAV-ACCT-NUM TO WS-HOLD-ACCT-NUM
        PERFORM 6000-SUM-ACTIVE-HOLDS
        COMPUTE WS-SAV-AVAILABLE = ACCT-BALANCE - WS-HOLD-TOTAL
        IF WS-SAV-AVAILABLE < 0
            MOVE 0 TO WS-SAV-AVAILABLE
        END-IF
    END-IF.

1500-DETERMINE-SWEEP.
    MOVE 0 TO WS-SWEEP-AMOUNT.
    IF WS-CHK-NET-BALANCE < SWP-TARGET-BALANCE
            AND (SWP-COVER-OD OR SWP-BOTH-WAYS)
        COMPUTE WS-SWEEP-AMOUNT =
            SWP-TARGET-BALANCE - WS-CHK-NET-BALANCE
        IF WS-SWEEP-AMOUNT > WS-SAV-AVAILABLE
            MOVE WS-SAV-AVAILABLE TO WS-SWEEP-AMOUNT
        END-IF
        MOVE SWP-SAV-ACCT-NUM TO WS-FROM-ACCT-NUM
        MOVE SWP-CHK-ACCT-NUM TO WS-TO-ACCT-NUM
    END-IF.

    IF WS-CHK-NET-BALANCE > SWP-TARGET-BALANCE
            AND (SWP-SURPLUS OR SWP-BOTH-WAYS)
        COMPUTE WS-SWEEP-AMOUNT =
            WS-CHK-NET-BALANCE - SWP-TARGET-BALANCE
        MOVE SWP-CHK-ACCT-NUM TO WS-FROM-ACCT-NUM
        MOVE SWP-SAV-ACCT-NUM TO WS-TO-ACCT-NUM
    END-IF.

    IF WS-SWEEP-AMOUNT = 0
        ADD 1 TO WS-SWEEPS-AT-TARGET
    ELSE
        IF WS-SWEEP-AMOUNT < SWP-MIN-AMOUNT
            DISPLAY "BELOW MINIMUM -- Sweep ", SWP-CHK-ACCT-NUM,
                ": ", WS-SWEEP-AMOUNT, " is less than ",
                SWP-MIN-AMOUNT
            ADD 1 TO WS-SWEEPS-BELOW-MIN
        ELSE
            PERFORM 2000-EXECUTE-SWEEP
        END-IF
    END-IF.

2000-EXECUTE-SWEEP.
    PERFORM 2100-DEBIT-FROM-ACCOUNT.

    IF EXEC-OK
        PERFORM 3000-CREDIT-TO-ACCOUNT
    END-IF.

    IF EXEC-OK
        PERFORM 4000-POST-TRANLOG
        MOVE WS-TODAY TO SWP-LAST-SWEEP-DATE
        IF WS-TO-ACCT-NUM = SWP-CHK-ACCT-NUM
            MOVE WS-SWEEP-AMOUNT TO SWP-LAST-SWEEP-AMT
            ADD 1 TO WS-SWEEPS-TO-CHK
            ADD WS-SWEEP-AMOUNT TO WS-TOTAL-TO-CHK
        ELSE
            COMPUTE SWP-LAST-SWEEP-AMT = 0 - WS-SWEEP-AMOUNT
            ADD 1 TO WS-SWEEPS-TO-SAV
            ADD WS-SWEEP-AMOUNT TO WS-TOTAL-TO-SAV
        END-IF
        REWRITE SWEEP-RECORD
            INVALID KEY
                DISPLAY "Error updating Sweep ", SWP-CHK-ACCT-NUM
        END-REWRITE
        DISPLAY "SWEPT -- Sweep ", SWP-CHK-ACCT-NUM, "  ",
            WS-SWEEP-AMOUNT, " from ", WS-FROM-ACCT-NUM,
            " to ", WS-TO-ACCT-NUM
    END-IF.

2100-DEBIT-FROM-ACCOUNT.
    MOVE WS-FROM-ACCT-NUM TO ACCT-NUM.
    READ ACCOUNT-MASTER
        INVALID KEY
            DISPLAY "FAILED -- Sweep ", SWP-CHK-ACCT-NUM,
                ": Account Number ", WS-FROM-ACCT-NUM, " not found."
            SET EXEC-FAILED TO TRUE
            ADD 1 TO WS-SWEEPS-FAILED
    END-READ.

    IF EXEC-OK
        MOVE ACCT-BALANCE TO WS-FROM-BALANCE
        SUBTRACT WS-SWEEP-AMOUNT FROM ACCT-BALANCE
        MOVE WS-TODAY TO ACCT-LAST-TRAN-DATE
        REWRITE ACCOUNT-RECORD
            INVALID KEY
                DISPLAY "FAILED -- Sweep ", SWP-CHK-ACCT-NUM,
                    ": error debiting Account Number ",
                    WS-FROM-ACCT-NUM
                SET EXEC-FAILED TO TRUE
                ADD 1 TO WS-SWEEPS-FAILED
        END-REWRITE
    END-IF.

3000-CREDIT-TO-ACCOUNT.
    MOVE WS-TO-ACCT-NUM TO ACCT-NUM.
    READ ACCOUNT-MASTER
        INVALID KEY
            DISPLAY "FAILED -- Sweep ", SWP-CHK-ACCT-NUM,
                ": Account Number ", WS-TO-ACCT-NUM, " not found."
            SET EXEC-FAILED TO TRUE
            ADD 1 TO WS-SWEEPS-FAILED
    END-READ.

    IF EXEC-OK
        ADD WS-SWEEP-AMOUNT TO ACCT-BALANCE
        MOVE WS-TODAY TO ACCT-LAST-TRAN-DATE
        REWRITE ACCOUNT-RECORD
            INVALID KEY
                DISPLAY "FAILED -- Sweep ", SWP-CHK-ACCT-NUM,
                    ": error crediting Account Number ",
                    WS-TO-ACCT-NUM
                SET EXEC-FAILED TO TRUE
                ADD 1 TO WS-SWEEPS-FAILED
        END-REWRITE
    END-IF.

    IF EXEC-FAILED
        PERFORM 3500-BACKOUT-DEBIT
    END-IF.

3500-BACKOUT-DEBIT.
    MOVE WS-FROM-ACCT-NUM TO ACCT-NUM.
    READ ACCOUNT-MASTER
        INVALID KEY
            DISPLAY "Unable to back out debit on Account Number ",
                WS-FROM-ACCT-NUM
    END-READ.

    IF WS-ACCT-FILE-STATUS = "00"
        MOVE WS-FROM-BALANCE TO ACCT-BALANCE
        REWRITE ACCOUNT-RECORD
            INVALID KEY
                DISPLAY "Unable to back out debit on Account Number ",
                    WS-FROM-ACCT-NUM
        END-REWRITE
        DISPLAY "Sweep ", SWP-CHK-ACCT-NUM, " failed -- debit to ",
            "Account Number ", WS-FROM-ACCT-NUM, " reversed."
    END-IF.

4000-POST-TRANLOG.
    ACCEPT WS-TIME FROM TIME.
    PERFORM 7000-ASSIGN-TRAN-REF.
    MOVE WS-TRAN-REF TO WS-TRAN-REF-2.
    PERFORM 7000-ASSIGN-TRAN-REF.

    MOVE WS-FROM-ACCT-NUM TO TRAN-ACCT-NUM.
    MOVE "XFER-OUT"       TO TRAN-TYPE.
    MOVE WS-SWEEP-AMOUNT  TO TRAN-AMOUNT.
    MOVE WS-TODAY         TO TRAN-DATE.
    MOVE WS-TIME          TO TRAN-TIME.
    MOVE WS-TRAN-REF-2    TO TRAN-REF.
    MOVE WS-TRAN-REF      TO TRAN-RELATED-REF.
    MOVE "SYS"            TO TRAN-CHANNEL.
    MOVE "SYSTEM"         TO TRAN-OPERATOR.
    MOVE SPACES TO TRAN-CHECKER.
    MOVE 0 TO TRAN-BRANCH.
    WRITE TRAN-RECORD
        INVALID KEY
            DISPLAY "Error writing journal record ", TRAN-REF, "."
    END-WRITE.

    MOVE WS-TO-ACCT-NUM TO TRAN-ACCT-NUM.
    MOVE "XFER-IN"      TO TRAN-TYPE.
    MOVE WS-TRAN-REF    TO TRAN-REF.
    MOVE WS-TRAN-REF-2  TO TRAN-RELATED-REF.
    WRITE TRAN-RECORD
        INVALID KEY
            DISPLAY "Error writing journal record ", TRAN-REF, "."
    END-WRITE.

6000-SUM-ACTIVE-HOLDS.
    MOVE 0 TO WS-HOLD-TOTAL.
    IF HOLDS-ON-FILE
        MOVE "N" TO WS-HOLD-EOF-SWITCH
        MOVE WS-HOLD-ACCT-NUM TO HOLD-ACCT-NUM
        MOVE 0 TO HOLD-SEQ
        START HOLD-FILE KEY IS GREATER THAN HOLD-KEY
            INVALID KEY
                SET END-OF-HOLDS TO TRUE
        END-START
        PERFORM 6100-READ-HOLD UNTIL END-OF-HOLDS
    END-IF.

6100-READ-HOLD.
    READ HOLD-FILE NEXT RECORD
        AT END
            SET END-OF-HOLDS TO TRUE
        NOT AT END
            IF HOLD-ACCT-NUM = WS-HOLD-ACCT-NUM
                IF HOLD-ACTIVE AND HOLD-EXPIRY-DATE NOT < WS-TODAY
                    ADD HOLD-AMOUNT TO WS-HOLD-TOTAL
                END-IF
            ELSE
                SET END-OF-HOLDS TO TRUE
            END-IF
    END-READ.

7000-ASSIGN-TRAN-REF.
    MOVE "T" TO TCTL-KEY.
    READ TRAN-CONTROL
        INVALID KEY
            MOVE 0 TO TCTL-LAST-TRAN-REF
    END-READ.
    ADD 1 TO TCTL-LAST-TRAN-REF.
    MOVE TCTL-LAST-TRAN-REF TO WS-TRAN-REF.
    REWRITE TRAN-CONTROL-RECORD
        INVALID KEY
            WRITE TRAN-CONTROL-RECORD
    END-REWRITE.
