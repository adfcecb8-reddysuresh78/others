        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TILL-KEY
        FILE STATUS IS WS-TILL-FILE-STATUS.
    SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HOLD-KEY
        FILE STATUS IS WS-HOLD-FILE-STATUS.
    SELECT OUTWARD-CLEARING-FILE ASSIGN TO "CLROUT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OCLR-TRAN-REF
        ALTERNATE RECORD KEY IS OCLR-ITEM-KEY WITH DUPLICATES
        FILE STATUS IS WS-OCLR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD TILL-FILE.
COPY "TILLREC.CPY".

FD HOLD-FILE.
COPY "HOLDREC.CPY".

FD OUTWARD-CLEARING-FILE.
COPY "CLROUT.CPY".

WORKING-STORAGE SECTION.
01 WS-ACCT-FILE-STATUS PIC X(2).
01 WS-TRAN-FILE-STATUS PIC X(2).
01 WS-TCTL-FILE-STATUS PIC X(2).
01 WS-TILL-FILE-STATUS PIC X(2).
01 WS-HOLD-FILE-STATUS PIC X(2).
01 WS-OCLR-FILE-STATUS PIC X(2).
01 WS-DEPOSIT-TYPE     PIC 9(1).
    88 CASH-DEPOSIT    VALUE 1.
    88 CHEQUE-DEPOSIT  VALUE 2.
01 WS-DRAWER-BANK      PIC X(6).
01 WS-CHQ-NUM          PIC 9(6).
01 WS-CLEARING-DAYS    PIC 9(2) VALUE 3.
01 WS-CLEAR-DATE       PIC 9(8).
01 WS-CLEAR-DATE-PARTS REDEFINES WS-CLEAR-DATE.
    05 WS-CLEAR-YEAR   PIC 9(4).
    05 WS-CLEAR-MONTH  PIC 9(2).
    05 WS-CLEAR-DAY    PIC 9(2).
01 WS-MONTH-LENGTH     PIC 9(2).
01 WS-LEAP-QUOTIENT    PIC 9(4).
01 WS-LEAP-REMAINDER   PIC 9(1).
01 WS-MONTH-LENGTH-TABLE.
    05 FILLER PIC X(24) VALUE "312831303130313130313031".
01 WS-MONTH-LENGTHS REDEFINES WS-MONTH-LENGTH-TABLE.
    05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).
01 WS-NEXT-HOLD-SEQ    PIC 9(3).
01 WS-HOLD-EOF-SWITCH  PIC X(1).
    88 END-OF-HOLDS    VALUE "Y".
01 WS-TRAN-REF         PIC 9(9).
01 WS-AMOUNT           PIC S9(9)V99.
01 WS-DATE             PIC 9(8).
        END-REWRITE
    END-IF.

    DISPLAY "Deposit type (1 = Cash, 2 = Cheque): ".
    ACCEPT WS-DEPOSIT-TYPE.
    IF NOT CASH-DEPOSIT AND NOT CHEQUE-DEPOSIT
        DISPLAY "Invalid deposit type -- enter 1 or 2."
        CLOSE ACCOUNT-MASTER
        GOBACK
    END-IF.

    IF CHEQUE-DEPOSIT
        DISPLAY "Enter drawer bank code: "
        ACCEPT WS-DRAWER-BANK
        DISPLAY "Enter cheque number: "
        ACCEPT WS-CHQ-NUM
        IF WS-DRAWER-BANK = SPACES OR WS-CHQ-NUM = 0
            DISPLAY "Drawer bank and cheque number are required."
            CLOSE ACCOUNT-MASTER
            GOBACK
        END-IF
    END-IF.

    DISPLAY "Enter deposit amount for Account Number ", LK-ACCOUNT-NUM, ": ".
    ACCEPT WS-AMOUNT.
    MOVE WS-AMOUNT TO LK-AMOUNT.
    END-IF.

    ADD WS-AMOUNT TO ACCT-BALANCE.
    CALL 'BUSDATE' USING WS-DATE.
    MOVE WS-DATE TO ACCT-LAST-TRAN-DATE.

    REWRITE ACCOUNT-RECORD

    DISPLAY "New Balance for Account Number ", LK-ACCOUNT-NUM, " is: ", ACCT-BALANCE.
    PERFORM 2000-POST-TRANLOG.
    IF CHEQUE-DEPOSIT
        PERFORM 3000-PLACE-CHEQUE-HOLD
        PERFORM 3500-WRITE-CLEARING-ITEM
        DISPLAY "Cheque funds are held until clearing on ",
            WS-CLEAR-DATE, "."
    ELSE
        PERFORM 5000-UPDATE-TILL
    END-IF.
    CLOSE ACCOUNT-MASTER.
    GOBACK.

    END-IF.

    MOVE LK-ACCOUNT-NUM TO TRAN-ACCT-NUM.
    IF CHEQUE-DEPOSIT
        MOVE "CHQ-DEP"   TO TRAN-TYPE
    ELSE
        MOVE "DEPOSIT"   TO TRAN-TYPE
    END-IF.
    MOVE WS-AMOUNT        TO TRAN-AMOUNT.
    ACCEPT WS-TIME FROM TIME.
    MOVE WS-DATE TO TRAN-DATE.
    MOVE WS-TIME TO TRAN-TIME.
    PERFORM 7000-ASSIGN-TRAN-REF.
    MOVE WS-TRAN-REF    TO TRAN-REF.
    IF CHEQUE-DEPOSIT
        MOVE WS-CHQ-NUM TO TRAN-RELATED-REF
    ELSE
        MOVE 0          TO TRAN-RELATED-REF
    END-IF.
    MOVE "TEL"          TO TRAN-CHANNEL.
    MOVE LK-OPERATOR-ID TO TRAN-OPERATOR.
    MOVE SPACES TO TRAN-CHECKER.
    END-WRITE.
    CLOSE TRANLOG.

3000-PLACE-CHEQUE-HOLD.
    MOVE WS-DATE TO WS-CLEAR-DATE.
    PERFORM 3100-ADD-ONE-DAY WS-CLEARING-DAYS TIMES.

    OPEN I-O HOLD-FILE.
    IF WS-HOLD-FILE-STATUS = "35"
        OPEN OUTPUT HOLD-FILE
        CLOSE HOLD-FILE
        OPEN I-O HOLD-FILE
    END-IF.

    MOVE 0 TO WS-NEXT-HOLD-SEQ.
    MOVE "N" TO WS-HOLD-EOF-SWITCH.
    MOVE LK-ACCOUNT-NUM TO HOLD-ACCT-NUM.
    MOVE 0 TO HOLD-SEQ.
    START HOLD-FILE KEY IS GREATER THAN HOLD-KEY
        INVALID KEY
            SET END-OF-HOLDS TO TRUE
    END-START.
    PERFORM 3200-READ-HOLD UNTIL END-OF-HOLDS.
    ADD 1 TO WS-NEXT-HOLD-SEQ.

    MOVE LK-ACCOUNT-NUM     TO HOLD-ACCT-NUM.
    MOVE WS-NEXT-HOLD-SEQ   TO HOLD-SEQ.
    MOVE WS-AMOUNT          TO HOLD-AMOUNT.
    MOVE "UNCLEARED CHEQUE" TO HOLD-REASON.
    MOVE WS-DATE            TO HOLD-PLACED-DATE.
    MOVE WS-CLEAR-DATE      TO HOLD-EXPIRY-DATE.
    SET HOLD-ACTIVE TO TRUE.
    WRITE HOLD-RECORD
        INVALID KEY
            DISPLAY "Error placing cheque hold on Account Number ",
                LK-ACCOUNT-NUM
    END-WRITE.
    CLOSE HOLD-FILE.

3100-ADD-ONE-DAY.
    MOVE WS-DAYS-IN-MONTH (WS-CLEAR-MONTH) TO WS-MONTH-LENGTH.
    IF WS-CLEAR-MONTH = 2
        DIVIDE WS-CLEAR-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
            REMAINDER WS-LEAP-REMAINDER
        IF WS-LEAP-REMAINDER = 0
            MOVE 29 TO WS-MONTH-LENGTH
        END-IF
    END-IF.
    ADD 1 TO WS-CLEAR-DAY.
    IF WS-CLEAR-DAY > WS-MONTH-LENGTH
        MOVE 1 TO WS-CLEAR-DAY
        ADD 1 TO WS-CLEAR-MONTH
        IF WS-CLEAR-MONTH > 12
            MOVE 1 TO WS-CLEAR-MONTH
            ADD 1 TO WS-CLEAR-YEAR
        END-IF
    END-IF.
    CALL 'BUSDAYADJ' USING WS-CLEAR-DATE.

3200-READ-HOLD.
    READ HOLD-FILE NEXT RECORD
        AT END
            SET END-OF-HOLDS TO TRUE
        NOT AT END
            IF HOLD-ACCT-NUM = LK-ACCOUNT-NUM
                MOVE HOLD-SEQ TO WS-NEXT-HOLD-SEQ
            ELSE
                SET END-OF-HOLDS TO TRUE
            END-IF
    END-READ.

3500-WRITE-CLEARING-ITEM.
    OPEN I-O OUTWARD-CLEARING-FILE.
    IF WS-OCLR-FILE-STATUS = "35"
        OPEN OUTPUT OUTWARD-CLEARING-FILE
        CLOSE OUTWARD-CLEARING-FILE
        OPEN I-O OUTWARD-CLEARING-FILE
    END-IF.

    MOVE WS-TRAN-REF      TO OCLR-TRAN-REF.
    MOVE LK-ACCOUNT-NUM   TO OCLR-ACCT-NUM.
    MOVE WS-CHQ-NUM       TO OCLR-CHQ-NUM.
    MOVE WS-DRAWER-BANK   TO OCLR-DRAWER-BANK.
    MOVE WS-AMOUNT        TO OCLR-AMOUNT.
    MOVE WS-DATE          TO OCLR-DEPOSIT-DATE.
    MOVE WS-CLEAR-DATE    TO OCLR-CLEAR-DATE.
    MOVE WS-NEXT-HOLD-SEQ TO OCLR-HOLD-SEQ.
    MOVE LK-BRANCH        TO OCLR-BRANCH.
    MOVE 0                TO OCLR-SETTLED-DATE.
    SET OCLR-PENDING TO TRUE.
    WRITE OUTWARD-CLEARING-RECORD
        INVALID KEY
            DISPLAY "Error writing clearing item for cheque ",
                WS-CHQ-NUM, "."
    END-WRITE.
    CLOSE OUTWARD-CLEARING-FILE.

7000-ASSIGN-TRAN-REF.
    OPEN I-O TRAN-CONTROL.
    IF WS-TCTL-FILE-STATUS = "35"
