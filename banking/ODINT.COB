IDENTIFICATION DIVISION.
PROGRAM-ID. ODINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
    SELECT BATCH-CHECKPOINT ASSIGN TO "BATCHCKP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CKPT-JOB-ID
        FILE STATUS IS WS-CKPT-FILE-STATUS.
    SELECT TRAN-CONTROL ASSIGN TO "TRANCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TCTL-KEY
        FILE STATUS IS WS-TCTL-FILE-STATUS.
    SELECT RATE-FILE ASSIGN TO "RATEFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RATE-KEY
        FILE STATUS IS WS-RATE-FILE-STATUS.
    SELECT SNAPSHOT-FILE ASSIGN TO "SNAPFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SNAP-KEY
        FILE STATUS IS WS-SNAP-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD ACCOUNT-MASTER.
COPY "ACCTREC.CPY".

FD TRANLOG.
COPY "TRANREC.CPY".

FD BATCH-CHECKPOINT.
COPY "CKPTREC.CPY".

FD TRAN-CONTROL.
COPY "TRANCTL.CPY".

FD RATE-FILE.
COPY "RATEREC.CPY".

FD SNAPSHOT-FILE.
COPY "SNAPREC.CPY".

WORKING-STORAGE SECTION.
01 WS-ACCT-FILE-STATUS  PIC X(2).
01 WS-TRAN-FILE-STATUS  PIC X(2).
01 WS-CKPT-FILE-STATUS  PIC X(2).
01 WS-TCTL-FILE-STATUS  PIC X(2).
01 WS-RATE-FILE-STATUS  PIC X(2).
01 WS-SNAP-FILE-STATUS  PIC X(2).
01 WS-ACCT-EOF-SWITCH   PIC X(1).
    88 END-OF-ACCOUNTS  VALUE "Y".
01 WS-RESUME-SWITCH     PIC X(1).
    88 WS-RESUMING      VALUE "Y".
01 WS-RATE-EOF-SWITCH   PIC X(1).
    88 END-OF-RATES     VALUE "Y".
01 WS-SNAP-EOF-SWITCH   PIC X(1).
    88 END-OF-SNAPSHOTS VALUE "Y".
01 WS-SNAP-PRESENT-SW   PIC X(1).
    88 SNAPSHOTS-ON-FILE VALUE "Y".
01 WS-MONTH-SNAP-SW     PIC X(1).
    88 MONTH-SNAPPED    VALUE "Y".
01 WS-TRAN-REF          PIC 9(9).
01 WS-OD-RATE           PIC V9(5).
01 WS-DEFAULT-OD-RATE   PIC V9(5) VALUE .015.
01 WS-OD-EFF-DATE       PIC 9(8).
01 WS-EXCESS-RATE       PIC V9(5).
01 WS-DEFAULT-EXCESS-RATE PIC V9(5) VALUE .025.
01 WS-EXCESS-EFF-DATE   PIC 9(8).
01 WS-DAY-BALANCE       PIC S9(9)V99.
01 WS-CARRIED-BALANCE   PIC S9(9)V99.
01 WS-NEXT-DAY          PIC 9(2).
01 WS-APPLY-DAYS        PIC 9(2).
01 WS-SNAP-DATE         PIC 9(8).
01 WS-SNAP-DATE-PARTS REDEFINES WS-SNAP-DATE.
    05 WS-SNAP-YYYYMM   PIC 9(6).
    05 WS-SNAP-DD       PIC 9(2).
01 WS-OVERDRAWN         PIC 9(9)V99.
01 WS-OD-LIMIT          PIC 9(9)V99.
01 WS-DAYS-OVERDRAWN    PIC 9(2).
01 WS-BASE-PRODUCT      PIC 9(13)V99.
01 WS-EXCESS-PRODUCT    PIC 9(13)V99.
01 WS-OD-INTEREST       PIC 9(9)V99.
01 WS-TODAY             PIC 9(8).
01 WS-TODAY-PARTS REDEFINES WS-TODAY.
    05 WS-TODAY-YEAR    PIC 9(4).
    05 WS-TODAY-MONTH   PIC 9(2).
    05 WS-TODAY-DAY     PIC 9(2).
01 WS-CYCLE-START       PIC 9(8).
01 WS-CYCLE-START-PARTS REDEFINES WS-CYCLE-START.
    05 WS-CYCLE-YYYYMM  PIC 9(6).
    05 WS-CYCLE-DD      PIC 9(2).
01 WS-PRIOR-START       PIC 9(8).
01 WS-PRIOR-START-PARTS REDEFINES WS-PRIOR-START.
    05 WS-PRIOR-YEAR    PIC 9(4).
    05 WS-PRIOR-MONTH   PIC 9(2).
    05 WS-PRIOR-DAY     PIC 9(2).
01 WS-TIME              PIC 9(8).
01 WS-LEAP-QUOTIENT     PIC 9(4).
01 WS-LEAP-REMAINDER    PIC 9(1).
01 WS-MONTH-LENGTH      PIC 9(2).
01 WS-MONTH-LENGTH-TABLE.
    05 FILLER PIC X(24) VALUE "312831303130313130313031".
01 WS-MONTH-LENGTHS REDEFINES WS-MONTH-LENGTH-TABLE.
    05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).
01 WS-ACCOUNTS-CHECKED  PIC 9(5) VALUE 0.
01 WS-ACCOUNTS-CHARGED  PIC 9(5) VALUE 0.
01 WS-TOTAL-CHARGED     PIC 9(11)V99 VALUE 0.

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    MOVE WS-TODAY TO WS-CYCLE-START.
    MOVE 1 TO WS-CYCLE-DD.
    MOVE WS-CYCLE-START TO WS-PRIOR-START.
    IF WS-PRIOR-MONTH = 1
        MOVE 12 TO WS-PRIOR-MONTH
        SUBTRACT 1 FROM WS-PRIOR-YEAR
    ELSE
        SUBTRACT 1 FROM WS-PRIOR-MONTH
    END-IF.
    DISPLAY "===== Month-End Overdraft Interest for ", WS-TODAY,
        " =====".

    PERFORM 0300-LOAD-RATES.
    PERFORM 0400-GET-MONTH-LENGTH.

    OPEN I-O ACCOUNT-MASTER.
    IF WS-ACCT-FILE-STATUS = "35"
        DISPLAY "No accounts are on file."
        GOBACK
    END-IF.

    MOVE "N" TO WS-SNAP-PRESENT-SW.
    OPEN INPUT SNAPSHOT-FILE.
    IF WS-SNAP-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-SNAP-PRESENT-SW
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

    PERFORM 0100-OPEN-CHECKPOINT.
    PERFORM 0200-ESTABLISH-CHECKPOINT.
    MOVE "N" TO WS-ACCT-EOF-SWITCH.

    IF WS-RESUMING
        MOVE CKPT-LAST-ACCT-NUM TO ACCT-NUM
        START ACCOUNT-MASTER KEY IS GREATER THAN ACCT-NUM
            INVALID KEY
                SET END-OF-ACCOUNTS TO TRUE
        END-START
    END-IF.

    PERFORM 0500-READ-ACCOUNT UNTIL END-OF-ACCOUNTS.

    SET CKPT-COMPLETE TO TRUE.
    REWRITE CHECKPOINT-RECORD.
    PERFORM 0900-CLOSE-FILES.

    DISPLAY "Accounts checked: ", WS-ACCOUNTS-CHECKED.
    DISPLAY "Accounts charged overdraft interest: ",
        WS-ACCOUNTS-CHARGED, "  amount ", WS-TOTAL-CHARGED.
    GOBACK.

0100-OPEN-CHECKPOINT.
    OPEN I-O BATCH-CHECKPOINT.
    IF WS-CKPT-FILE-STATUS = "35"
        OPEN OUTPUT BATCH-CHECKPOINT
        CLOSE BATCH-CHECKPOINT
        OPEN I-O BATCH-CHECKPOINT
    END-IF.

0200-ESTABLISH-CHECKPOINT.
    MOVE "N" TO WS-RESUME-SWITCH.
    MOVE "ODINT" TO CKPT-JOB-ID.
    READ BATCH-CHECKPOINT
        INVALID KEY
            MOVE 0 TO CKPT-LAST-ACCT-NUM
    END-READ.

    IF WS-CKPT-FILE-STATUS = "00" AND CKPT-RUN-ID = WS-TODAY
            AND CKPT-COMPLETE
        DISPLAY "Overdraft interest for ", WS-TODAY,
            " has already completed."
        PERFORM 0900-CLOSE-FILES
        GOBACK
    END-IF.

    IF WS-CKPT-FILE-STATUS = "00" AND CKPT-RUN-ID = WS-TODAY
            AND CKPT-IN-PROGRESS
        SET WS-RESUMING TO TRUE
        DISPLAY "Resuming overdraft interest after Account Number ",
            CKPT-LAST-ACCT-NUM
    ELSE
        MOVE "ODINT"    TO CKPT-JOB-ID
        MOVE WS-TODAY   TO CKPT-RUN-ID
        MOVE 0          TO CKPT-LAST-ACCT-NUM
        SET CKPT-IN-PROGRESS TO TRUE
        REWRITE CHECKPOINT-RECORD
            INVALID KEY
                WRITE CHECKPOINT-RECORD
        END-REWRITE
    END-IF.

0300-LOAD-RATES.
    MOVE WS-DEFAULT-OD-RATE TO WS-OD-RATE.
    MOVE 0 TO WS-OD-EFF-DATE.
    MOVE WS-DEFAULT-EXCESS-RATE TO WS-EXCESS-RATE.
    MOVE 0 TO WS-EXCESS-EFF-DATE.
    OPEN INPUT RATE-FILE.
    IF WS-RATE-FILE-STATUS = "35"
        CONTINUE
    ELSE
        MOVE "N" TO WS-RATE-EOF-SWITCH
        MOVE LOW-VALUES TO RATE-KEY
        START RATE-FILE KEY IS GREATER THAN RATE-KEY
            INVALID KEY
                SET END-OF-RATES TO TRUE
        END-START
        PERFORM 0310-READ-RATE UNTIL END-OF-RATES
        CLOSE RATE-FILE
    END-IF.

    DISPLAY "RATE CONFIRMATION -- overdraft debit rate ", WS-OD-RATE,
        "  excess-over-limit rate ", WS-EXCESS-RATE.

0310-READ-RATE.
    READ RATE-FILE NEXT RECORD
        AT END
            SET END-OF-RATES TO TRUE
        NOT AT END
            PERFORM 0320-APPLY-RATE-RECORD
    END-READ.

0320-APPLY-RATE-RECORD.
    IF RATE-PROD-TYPE = "D" AND RATE-EFF-DATE NOT > WS-TODAY
        IF RATE-EFF-DATE NOT < WS-OD-EFF-DATE
            MOVE RATE-EFF-DATE TO WS-OD-EFF-DATE
            MOVE RATE-MONTHLY-PCT TO WS-OD-RATE
        END-IF
    END-IF.
    IF RATE-PROD-TYPE = "E" AND RATE-EFF-DATE NOT > WS-TODAY
        IF RATE-EFF-DATE NOT < WS-EXCESS-EFF-DATE
            MOVE RATE-EFF-DATE TO WS-EXCESS-EFF-DATE
            MOVE RATE-MONTHLY-PCT TO WS-EXCESS-RATE
        END-IF
    END-IF.

0400-GET-MONTH-LENGTH.
    MOVE WS-DAYS-IN-MONTH (WS-TODAY-MONTH) TO WS-MONTH-LENGTH.
    IF WS-TODAY-MONTH = 2
        DIVIDE WS-TODAY-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
            REMAINDER WS-LEAP-REMAINDER
        IF WS-LEAP-REMAINDER = 0
            MOVE 29 TO WS-MONTH-LENGTH
        END-IF
    END-IF.

0500-READ-ACCOUNT.
    READ ACCOUNT-MASTER NEXT RECORD
        AT END
            SET END-OF-ACCOUNTS TO TRUE
        NOT AT END
            PERFORM 1000-CHARGE-ACCOUNT
    END-READ.

0900-CLOSE-FILES.
    CLOSE ACCOUNT-MASTER BATCH-CHECKPOINT TRANLOG TRAN-CONTROL.
    IF SNAPSHOTS-ON-FILE
        CLOSE SNAPSHOT-FILE
    END-IF.

1000-CHARGE-ACCOUNT.
    ADD 1 TO WS-ACCOUNTS-CHECKED.
    IF NOT ACCT-CLOSED
        PERFORM 1100-ACCUMULATE-DAILY-BALANCES
        COMPUTE WS-OD-INTEREST ROUNDED =
            ((WS-BASE-PRODUCT * WS-OD-RATE)
            + (WS-EXCESS-PRODUCT * WS-EXCESS-RATE))
            / WS-MONTH-LENGTH
        IF WS-OD-INTEREST > 0
            PERFORM 2000-POST-OD-INTEREST
        END-IF
    END-IF.

    MOVE ACCT-NUM TO CKPT-LAST-ACCT-NUM.
    REWRITE CHECKPOINT-RECORD.

1100-ACCUMULATE-DAILY-BALANCES.
    MOVE 0 TO WS-DAYS-OVERDRAWN.
    MOVE 0 TO WS-BASE-PRODUCT.
    MOVE 0 TO WS-EXCESS-PRODUCT.
    MOVE "N" TO WS-MONTH-SNAP-SW.
    MOVE 0 TO WS-CARRIED-BALANCE.
    MOVE 1 TO WS-NEXT-DAY.
    IF ACCT-OD-LIMIT > 0
        MOVE ACCT-OD-LIMIT TO WS-OD-LIMIT
    ELSE
        MOVE 0 TO WS-OD-LIMIT
    END-IF.

    IF SNAPSHOTS-ON-FILE
        MOVE "N" TO WS-SNAP-EOF-SWITCH
        MOVE ACCT-NUM TO SNAP-ACCT-NUM
        MOVE WS-PRIOR-START TO SNAP-DATE
        START SNAPSHOT-FILE KEY IS NOT LESS THAN SNAP-KEY
            INVALID KEY
                SET END-OF-SNAPSHOTS TO TRUE
        END-START
        PERFORM 1110-READ-SNAPSHOT UNTIL END-OF-SNAPSHOTS
    END-IF.

    IF MONTH-SNAPPED
        MOVE WS-CARRIED-BALANCE TO WS-DAY-BALANCE
        MOVE 1 TO WS-APPLY-DAYS
        PERFORM 1200-APPLY-DAY-BALANCE
        ADD 1 TO WS-NEXT-DAY
    END-IF.
    IF WS-NEXT-DAY NOT > WS-MONTH-LENGTH
        MOVE ACCT-BALANCE TO WS-DAY-BALANCE
        COMPUTE WS-APPLY-DAYS = WS-MONTH-LENGTH - WS-NEXT-DAY + 1
        PERFORM 1200-APPLY-DAY-BALANCE
    END-IF.

1110-READ-SNAPSHOT.
    READ SNAPSHOT-FILE NEXT RECORD
        AT END
            SET END-OF-SNAPSHOTS TO TRUE
        NOT AT END
            IF SNAP-ACCT-NUM = ACCT-NUM AND SNAP-DATE NOT > WS-TODAY
                PERFORM 1120-APPLY-SNAPSHOT
            ELSE
                SET END-OF-SNAPSHOTS TO TRUE
            END-IF
    END-READ.

1120-APPLY-SNAPSHOT.
    IF SNAP-DATE < WS-CYCLE-START
        MOVE SNAP-CLOSING-BALANCE TO WS-CARRIED-BALANCE
    ELSE
        MOVE SNAP-DATE TO WS-SNAP-DATE
        MOVE WS-CARRIED-BALANCE TO WS-DAY-BALANCE
        COMPUTE WS-APPLY-DAYS = WS-SNAP-DD - WS-NEXT-DAY
        PERFORM 1200-APPLY-DAY-BALANCE
        MOVE WS-SNAP-DD TO WS-NEXT-DAY
        MOVE SNAP-CLOSING-BALANCE TO WS-CARRIED-BALANCE
        SET MONTH-SNAPPED TO TRUE
    END-IF.

1200-APPLY-DAY-BALANCE.
    IF WS-DAY-BALANCE < 0 AND WS-APPLY-DAYS > 0
        ADD WS-APPLY-DAYS TO WS-DAYS-OVERDRAWN
        COMPUTE WS-OVERDRAWN = 0 - WS-DAY-BALANCE
        IF WS-OVERDRAWN > WS-OD-LIMIT
            COMPUTE WS-BASE-PRODUCT =
                WS-BASE-PRODUCT + (WS-OD-LIMIT * WS-APPLY-DAYS)
            COMPUTE WS-EXCESS-PRODUCT = WS-EXCESS-PRODUCT
                + ((WS-OVERDRAWN - WS-OD-LIMIT) * WS-APPLY-DAYS)
        ELSE
            COMPUTE WS-BASE-PRODUCT =
                WS-BASE-PRODUCT + (WS-OVERDRAWN * WS-APPLY-DAYS)
        END-IF
    END-IF.

2000-POST-OD-INTEREST.
    SUBTRACT WS-OD-INTEREST FROM ACCT-BALANCE.
    REWRITE ACCOUNT-RECORD
        INVALID KEY
            DISPLAY "Error charging overdraft interest for ",
                "Account Number ", ACCT-NUM
    END-REWRITE.

    ACCEPT WS-TIME FROM TIME.
    MOVE ACCT-NUM       TO TRAN-ACCT-NUM.
    MOVE "OD-INT"       TO TRAN-TYPE.
    MOVE WS-OD-INTEREST TO TRAN-AMOUNT.
    MOVE WS-TODAY       TO TRAN-DATE.
    MOVE WS-TIME        TO TRAN-TIME.
    PERFORM 7000-ASSIGN-TRAN-REF.
    MOVE WS-TRAN-REF TO TRAN-REF.
    MOVE 0           TO TRAN-RELATED-REF.
    MOVE "SYS"       TO TRAN-CHANNEL.
    MOVE "SYSTEM"    TO TRAN-OPERATOR.
    MOVE SPACES TO TRAN-CHECKER.
    MOVE 0 TO TRAN-BRANCH.
    WRITE TRAN-RECORD
        INVALID KEY
            DISPLAY "Error writing journal record ", TRAN-REF, "."
    END-WRITE.

    ADD 1 TO WS-ACCOUNTS-CHARGED.
    ADD WS-OD-INTEREST TO WS-TOTAL-CHARGED.
    DISPLAY "OD-INT -- Account Number ", ACCT-NUM, "  days ",
        WS-DAYS-OVERDRAWN, "  ", WS-OD-INTEREST.

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
