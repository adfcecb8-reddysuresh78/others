IDENTIFICATION DIVISION.
PROGRAM-ID. ACCTCLOSE.

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
    SELECT STANDING-ORDER-FILE ASSIGN TO "SOFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SO-NUM
        FILE STATUS IS WS-SO-FILE-STATUS.
    SELECT SWEEP-FILE ASSIGN TO "SWEEPFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SWP-CHK-ACCT-NUM
        FILE STATUS IS WS-SWP-FILE-STATUS.
    SELECT CARD-FILE ASSIGN TO "CARDFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CARD-NUM
        FILE STATUS IS WS-CARD-FILE-STATUS.
    SELECT LOAN-FILE ASSIGN TO "LOANFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LOAN-NUM
        FILE STATUS IS WS-LOAN-FILE-STATUS.
    SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TD-ACCT-NUM
        FILE STATUS IS WS-TD-FILE-STATUS.
    SELECT RATE-FILE ASSIGN TO "RATEFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RATE-KEY
        FILE STATUS IS WS-RATE-FILE-STATUS.
    SELECT FEE-FILE ASSIGN TO "FEEFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FEE-KEY
        FILE STATUS IS WS-FEE-FILE-STATUS.
    SELECT TAX-LEDGER ASSIGN TO "TAXLEDG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TAX-KEY
        FILE STATUS IS WS-TAX-FILE-STATUS.
    SELECT TILL-FILE ASSIGN TO "TILLFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TILL-KEY
        FILE STATUS IS WS-TILL-FILE-STATUS.
    SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-AUD-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD ACCOUNT-MASTER.
COPY "ACCTREC.CPY".

FD TRANLOG.
COPY "TRANREC.CPY".

FD TRAN-CONTROL.
COPY "TRANCTL.CPY".

FD HOLD-FILE.
COPY "HOLDREC.CPY".

FD STANDING-ORDER-FILE.
COPY "SOREC.CPY".

FD SWEEP-FILE.
COPY "SWEEPREC.CPY".

FD CARD-FILE.
COPY "CARDREC.CPY".

FD LOAN-FILE.
COPY "LOANREC.CPY".

FD TERM-DEPOSIT-FILE.
COPY "TDREC.CPY".

FD RATE-FILE.
COPY "RATEREC.CPY".

FD FEE-FILE.
COPY "FEEREC.CPY".

FD TAX-LEDGER.
COPY "TAXREC.CPY".

FD TILL-FILE.
COPY "TILLREC.CPY".

FD AUDIT-LOG.
COPY "AUDREC.CPY".

WORKING-STORAGE SECTION.
01 WS-ACCT-FILE-STATUS PIC X(2).
01 WS-TRAN-FILE-STATUS PIC X(2).
01 WS-TCTL-FILE-STATUS PIC X(2).
01 WS-HOLD-FILE-STATUS PIC X(2).
01 WS-SO-FILE-STATUS   PIC X(2).
01 WS-SWP-FILE-STATUS  PIC X(2).
01 WS-CARD-FILE-STATUS PIC X(2).
01 WS-LOAN-FILE-STATUS PIC X(2).
01 WS-TD-FILE-STATUS   PIC X(2).
01 WS-RATE-FILE-STATUS PIC X(2).
01 WS-FEE-FILE-STATUS  PIC X(2).
01 WS-TAX-FILE-STATUS  PIC X(2).
01 WS-TILL-FILE-STATUS PIC X(2).
01 WS-AUD-FILE-STATUS  PIC X(2).
01 WS-TRAN-REF         PIC 9(9).
01 WS-TRAN-REF-2       PIC 9(9).
01 WS-XFER-IN-REF      PIC 9(9).
01 WS-SUPERVISOR-CODE  PIC X(5) VALUE "SUP99".
01 WS-CODE-ENTERED     PIC X(5).
01 WS-CONFIRM          PIC X(1).
01 WS-HOLD-EOF-SWITCH  PIC X(1).
    88 END-OF-HOLDS    VALUE "Y".
01 WS-SO-EOF-SWITCH    PIC X(1).
    88 END-OF-ORDERS   VALUE "Y".
01 WS-SWP-EOF-SWITCH   PIC X(1).
    88 END-OF-SWEEPS   VALUE "Y".
01 WS-CARD-EOF-SWITCH  PIC X(1).
    88 END-OF-CARDS    VALUE "Y".
01 WS-LOAN-EOF-SWITCH  PIC X(1).
    88 END-OF-LOANS    VALUE "Y".
01 WS-RATE-EOF-SWITCH  PIC X(1).
    88 END-OF-RATES    VALUE "Y".
01 WS-BLOCK-SWITCH     PIC X(1).
    88 CLOSURE-BLOCKED VALUE "Y".
01 WS-ABORT-SWITCH     PIC X(1).
    88 ACTION-ABORTED  VALUE "Y".
01 WS-HOLD-COUNT       PIC 9(3).
01 WS-SO-COUNT         PIC 9(3).
01 WS-SWP-COUNT        PIC 9(3).
01 WS-CARD-COUNT       PIC 9(3).
01 WS-LOAN-COUNT       PIC 9(3).
01 WS-PAYOUT-METHOD    PIC 9(1).
    88 PAYOUT-CASH     VALUE 1.
    88 PAYOUT-TRANSFER VALUE 2.
01 WS-TO-ACCT-NUM      PIC 9(5).
01 WS-OLD-STATUS       PIC X(1).
01 WS-INTEREST-RATE    PIC V9(5).
01 WS-DEFAULT-RATE     PIC V9(5) VALUE .005.
01 WS-BEST-EFF-DATE    PIC 9(8).
01 WS-TIER-COUNT       PIC 9(2).
01 WS-TIER-IDX         PIC 9(3).
01 WS-RATE-TIER-TABLE.
    05 WS-RATE-TIER-ENTRY OCCURS 10 TIMES.
        10 WS-TIER-MIN-BALANCE PIC 9(9)V99.
        10 WS-TIER-RATE        PIC V9(5).
01 WS-TAX-RATE         PIC V9(5).
01 WS-DEFAULT-TAX-RATE PIC V9(5) VALUE .15.
01 WS-TAX-EFF-DATE     PIC 9(8).
01 WS-INTEREST-AMOUNT  PIC S9(9)V99.
01 WS-TAX-AMOUNT       PIC S9(9)V99.
01 WS-NET-INTEREST     PIC S9(9)V99.
01 WS-FEE-AMOUNT       PIC S9(9)V99.
01 WS-PAYOUT-AMOUNT    PIC S9(9)V99.
01 WS-DAYS-ACCRUED     PIC 9(2).
01 WS-DATE             PIC 9(8).
01 WS-DATE-PARTS REDEFINES WS-DATE.
    05 WS-DATE-YEAR    PIC 9(4).
    05 WS-DATE-MONTH   PIC 9(2).
    05 WS-DATE-DAY     PIC 9(2).
01 WS-TIME             PIC 9(8).
01 WS-LEAP-QUOTIENT    PIC 9(4).
01 WS-LEAP-REMAINDER   PIC 9(1).
01 WS-MONTH-LENGTH     PIC 9(2).
01 WS-MONTH-LENGTH-TABLE.
    05 FILLER PIC X(24) VALUE "312831303130313130313031".
01 WS-MONTH-LENGTHS REDEFINES WS-MONTH-LENGTH-TABLE.
    05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).

LINKAGE SECTION.
01 LK-ACCOUNT-NUM PIC 9(5).
01 LK-OPERATOR-ID PIC X(8).
01 LK-BRANCH      PIC 9(3).

PROCEDURE DIVISION USING LK-ACCOUNT-NUM LK-OPERATOR-ID
        LK-BRANCH.
    DISPLAY "Enter Supervisor Code: ".
    ACCEPT WS-CODE-ENTERED.
    IF WS-CODE-ENTERED NOT = WS-SUPERVISOR-CODE
        DISPLAY "Invalid supervisor code -- closure refused."
        GOBACK
    END-IF.

    CALL 'BUSDATE' USING WS-DATE.
    MOVE "N" TO WS-ABORT-SWITCH.
    MOVE LK-ACCOUNT-NUM TO ACCT-NUM.
    OPEN I-O ACCOUNT-MASTER.
    IF WS-ACCT-FILE-STATUS = "35"
        DISPLAY "Account Number ", LK-ACCOUNT-NUM, " not found."
        GOBACK
    END-IF.

    READ ACCOUNT-MASTER
        INVALID KEY
            DISPLAY "Account Number ", LK-ACCOUNT-NUM, " not found."
            CLOSE ACCOUNT-MASTER
            GOBACK
    END-READ.

    IF ACCT-CLOSED
        DISPLAY "Account Number ", LK-ACCOUNT-NUM,
            " is already closed."
        CLOSE ACCOUNT-MASTER
        GOBACK
    END-IF.

    IF ACCT-BALANCE < 0
        DISPLAY "Account Number ", LK-ACCOUNT-NUM, " is overdrawn ",
            "-- the debit balance must be cleared before closure."
        CLOSE ACCOUNT-MASTER
        GOBACK
    END-IF.

    MOVE ACCT-STATUS TO WS-OLD-STATUS.
    MOVE "N" TO WS-BLOCK-SWITCH.
    PERFORM 1000-CHECK-HOLDS.
    PERFORM 1100-CHECK-STANDING-ORDERS.
    PERFORM 1150-CHECK-SWEEPS.
    PERFORM 1170-CHECK-CARDS.
    PERFORM 1200-CHECK-LOANS.
    PERFORM 1300-CHECK-TERM-DEPOSIT.
    IF CLOSURE-BLOCKED
        DISPLAY "Closure refused for Account Number ",
            LK-ACCOUNT-NUM, "."
        CLOSE ACCOUNT-MASTER
        GOBACK
    END-IF.

    PERFORM 2000-CALCULATE-INTEREST.
    PERFORM 2100-CALCULATE-FEE.
    COMPUTE WS-PAYOUT-AMOUNT =
        ACCT-BALANCE + WS-NET-INTEREST - WS-FEE-AMOUNT.
    IF WS-PAYOUT-AMOUNT > 0
        PERFORM 1400-CHECK-KYC-BLOCK
    END-IF.
    IF CLOSURE-BLOCKED
        DISPLAY "Closure refused for Account Number ",
            LK-ACCOUNT-NUM, "."
        CLOSE ACCOUNT-MASTER
        GOBACK
    END-IF.

    DISPLAY "Closing Account Number ", LK-ACCOUNT-NUM, "  ",
        ACCT-NAME.
    DISPLAY "  Current balance:       ", ACCT-BALANCE.
    DISPLAY "  Accrued interest:      ", WS-INTEREST-AMOUNT.
    DISPLAY "  Tax withheld:          ", WS-TAX-AMOUNT.
    DISPLAY "  Closure fee:           ", WS-FEE-AMOUNT.
    DISPLAY "  Amount to pay out:     ", WS-PAYOUT-AMOUNT.

    IF WS-PAYOUT-AMOUNT > 0
        PERFORM 2200-CAPTURE-PAYOUT
    END-IF.
    IF ACTION-ABORTED
        CLOSE ACCOUNT-MASTER
        GOBACK
    END-IF.

    DISPLAY "Confirm closure of Account Number ", LK-ACCOUNT-NUM,
        " (Y/N): ".
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM NOT = "Y"
        DISPLAY "Closure cancelled."
        CLOSE ACCOUNT-MASTER
        GOBACK
    END-IF.

    IF WS-PAYOUT-AMOUNT > 0 AND PAYOUT-TRANSFER
        PERFORM 3400-CREDIT-RECEIVING-ACCOUNT
    END-IF.
    IF ACTION-ABORTED
        DISPLAY "Closure abandoned for Account Number ",
            LK-ACCOUNT-NUM, " -- no entries were posted."
        CLOSE ACCOUNT-MASTER
        GOBACK
    END-IF.

    OPEN I-O TRANLOG.
    IF WS-TRAN-FILE-STATUS = "35"
        OPEN OUTPUT TRANLOG
        CLOSE TRANLOG
        OPEN I-O TRANLOG
    END-IF.

    IF WS-INTEREST-AMOUNT > 0
        PERFORM 3000-POST-INTEREST
    END-IF.
    IF WS-FEE-AMOUNT > 0
        PERFORM 3100-POST-FEE
    END-IF.
    IF WS-PAYOUT-AMOUNT > 0
        PERFORM 3200-POST-PAYOUT
    END-IF.
    PERFORM 3300-MARK-CLOSED.
    IF WS-PAYOUT-AMOUNT > 0 AND PAYOUT-TRANSFER
        PERFORM 3450-POST-XFER-IN
    END-IF.
    CLOSE TRANLOG.

    PERFORM 5000-WRITE-AUDIT.
    IF WS-PAYOUT-AMOUNT > 0 AND PAYOUT-CASH
        PERFORM 6000-UPDATE-TILL
        DISPLAY "Pay ", WS-PAYOUT-AMOUNT, " in cash to the customer."
    END-IF.

    DISPLAY "Account Number ", LK-ACCOUNT-NUM, " closed.".
    CLOSE ACCOUNT-MASTER.
    GOBACK.

1000-CHECK-HOLDS.
    MOVE 0 TO WS-HOLD-COUNT.
    OPEN INPUT HOLD-FILE.
    IF WS-HOLD-FILE-STATUS = "35"
        CONTINUE
    ELSE
        MOVE "N" TO WS-HOLD-EOF-SWITCH
        MOVE LK-ACCOUNT-NUM TO HOLD-ACCT-NUM
        MOVE 0 TO HOLD-SEQ
        START HOLD-FILE KEY IS GREATER THAN HOLD-KEY
            INVALID KEY
                SET END-OF-HOLDS TO TRUE
        END-START
        PERFORM 1010-READ-HOLD UNTIL END-OF-HOLDS
        CLOSE HOLD-FILE
    END-IF.

    IF WS-HOLD-COUNT > 0
        DISPLAY "  ", WS-HOLD-COUNT, " active hold(s) remain on ",
            "the account -- release them first."
        SET CLOSURE-BLOCKED TO TRUE
    END-IF.

1010-READ-HOLD.
    READ HOLD-FILE NEXT RECORD
        AT END
            SET END-OF-HOLDS TO TRUE
        NOT AT END
            IF HOLD-ACCT-NUM = LK-ACCOUNT-NUM
                IF HOLD-ACTIVE AND HOLD-EXPIRY-DATE NOT < WS-DATE
                    ADD 1 TO WS-HOLD-COUNT
                END-IF
            ELSE
                SET END-OF-HOLDS TO TRUE
            END-IF
    END-READ.

1100-CHECK-STANDING-ORDERS.
    MOVE 0 TO WS-SO-COUNT.
    OPEN INPUT STANDING-ORDER-FILE.
    IF WS-SO-FILE-STATUS = "35"
        CONTINUE
    ELSE
        MOVE "N" TO WS-SO-EOF-SWITCH
        MOVE 0 TO SO-NUM
        START STANDING-ORDER-FILE KEY IS GREATER THAN SO-NUM
            INVALID KEY
                SET END-OF-ORDERS TO TRUE
        END-START
        PERFORM 1110-READ-ORDER UNTIL END-OF-ORDERS
        CLOSE STANDING-ORDER-FILE
    END-IF.

    IF WS-SO-COUNT > 0
        DISPLAY "  ", WS-SO-COUNT, " active standing order(s) pay ",
            "from or to the account -- cancel them first."
        SET CLOSURE-BLOCKED TO TRUE
    END-IF.

1110-READ-ORDER.
    READ STANDING-ORDER-FILE NEXT RECORD
        AT END
            SET END-OF-ORDERS TO TRUE
        NOT AT END
            IF SO-ACTIVE
                    AND (SO-FROM-ACCT-NUM = LK-ACCOUNT-NUM
                    OR SO-TO-ACCT-NUM = LK-ACCOUNT-NUM)
                ADD 1 TO WS-SO-COUNT
            END-IF
    END-READ.

1150-CHECK-SWEEPS.
    MOVE 0 TO WS-SWP-COUNT.
    OPEN INPUT SWEEP-FILE.
    IF WS-SWP-FILE-STATUS = "35"
        CONTINUE
    ELSE
        MOVE "N" TO WS-SWP-EOF-SWITCH
        MOVE 0 TO SWP-CHK-ACCT-NUM
        START SWEEP-FILE KEY IS GREATER THAN SWP-CHK-ACCT-NUM
            INVALID KEY
                SET END-OF-SWEEPS TO TRUE
        END-START
        PERFORM 1160-READ-SWEEP UNTIL END-OF-SWEEPS
        CLOSE SWEEP-FILE
    END-IF.

    IF WS-SWP-COUNT > 0
        DISPLAY "  ", WS-SWP-COUNT, " active sweep arrangement(s) ",
            "link the account -- cancel them first."
        SET CLOSURE-BLOCKED TO TRUE
    END-IF.

1160-READ-SWEEP.
    READ SWEEP-FILE NEXT RECORD
        AT END
            SET END-OF-SWEEPS TO TRUE
        NOT AT END
            IF SWP-ACTIVE
                    AND (SWP-CHK-ACCT-NUM = LK-ACCOUNT-NUM
                    OR SWP-SAV-ACCT-NUM = LK-ACCOUNT-NUM)
                ADD 1 TO WS-SWP-COUNT
            END-IF
    END-READ.

1170-CHECK-CARDS.
    MOVE 0 TO WS-CARD-COUNT.
    OPEN INPUT CARD-FILE.
    IF WS-CARD-FILE-STATUS = "35"
        CONTINUE
    ELSE
        MOVE "N" TO WS-CARD-EOF-SWITCH
        MOVE 0 TO CARD-NUM
        START CARD-FILE KEY IS GREATER THAN CARD-NUM
            INVALID KEY
                SET END-OF-CARDS TO TRUE
        END-START
        PERFORM 1180-READ-CARD UNTIL END-OF-CARDS
        CLOSE CARD-FILE
    END-IF.

    IF WS-CARD-COUNT > 0
        DISPLAY "  ", WS-CARD-COUNT, " active card(s) are issued on ",
            "the account -- block them first."
        SET CLOSURE-BLOCKED TO TRUE
    END-IF.

1180-READ-CARD.
    READ CARD-FILE NEXT RECORD
        AT END
            SET END-OF-CARDS TO TRUE
        NOT AT END
            IF CARD-ACTIVE AND CARD-ACCT-NUM = LK-ACCOUNT-NUM
                ADD 1 TO WS-CARD-COUNT
            END-IF
    END-READ.

1200-CHECK-LOANS.
    MOVE 0 TO WS-LOAN-COUNT.
    OPEN INPUT LOAN-FILE.
    IF WS-LOAN-FILE-STATUS = "35"
        CONTINUE
    ELSE
        MOVE "N" TO WS-LOAN-EOF-SWITCH
        MOVE 0 TO LOAN-NUM
        START LOAN-FILE KEY IS GREATER THAN LOAN-NUM
            INVALID KEY
                SET END-OF-LOANS TO TRUE
        END-START
        PERFORM 1210-READ-LOAN UNTIL END-OF-LOANS
        CLOSE LOAN-FILE
    END-IF.

    IF WS-LOAN-COUNT > 0
        DISPLAY "  ", WS-LOAN-COUNT, " active loan(s) are repaid ",
            "from the account -- settle them first."
        SET CLOSURE-BLOCKED TO TRUE
    END-IF.

1210-READ-LOAN.
    READ LOAN-FILE NEXT RECORD
        AT END
            SET END-OF-LOANS TO TRUE
        NOT AT END
            IF LOAN-ACTIVE AND LOAN-ACCT-NUM = LK-ACCOUNT-NUM
                ADD 1 TO WS-LOAN-COUNT
            END-IF
    END-READ.

1300-CHECK-TERM-DEPOSIT.
    OPEN INPUT TERM-DEPOSIT-FILE.
    IF WS-TD-FILE-STATUS = "35"
        CONTINUE
    ELSE
        MOVE LK-ACCOUNT-NUM TO TD-ACCT-NUM
        READ TERM-DEPOSIT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF TD-OPEN
                    DISPLAY "  Term deposit is open until ",
                        TD-MATURITY-DATE, " -- it must mature or ",
                        "be broken first."
                    SET CLOSURE-BLOCKED TO TRUE
                END-IF
        END-READ
        CLOSE TERM-DEPOSIT-FILE
    END-IF.

1400-CHECK-KYC-BLOCK.
    IF ACCT-KYC-BLOCKED
        DISPLAY "  The account is blocked pending customer due ",
            "diligence -- bring the KYC record up to date first."
        SET CLOSURE-BLOCKED TO TRUE
    END-IF.

2000-CALCULATE-INTEREST.
    MOVE 0 TO WS-INTEREST-AMOUNT.
    MOVE 0 TO WS-TAX-AMOUNT.
    MOVE 0 TO WS-NET-INTEREST.
    IF ACCT-SAVINGS AND ACCT-BALANCE > 0 AND WS-DATE-DAY > 1
        PERFORM 2010-LOAD-RATES
        MOVE WS-DEFAULT-RATE TO WS-INTEREST-RATE
        PERFORM 2030-TEST-RATE-TIER
            VARYING WS-TIER-IDX FROM 1 BY 1
            UNTIL WS-TIER-IDX > WS-TIER-COUNT
        PERFORM 7100-GET-MONTH-LENGTH
        COMPUTE WS-DAYS-ACCRUED = WS-DATE-DAY - 1
        COMPUTE WS-INTEREST-AMOUNT ROUNDED =
            ACCT-BALANCE * WS-INTEREST-RATE * WS-DAYS-ACCRUED
            / WS-MONTH-LENGTH
        COMPUTE WS-TAX-AMOUNT ROUNDED =
            WS-INTEREST-AMOUNT * WS-TAX-RATE
        COMPUTE WS-NET-INTEREST =
            WS-INTEREST-AMOUNT - WS-TAX-AMOUNT
    END-IF.

2010-LOAD-RATES.
    MOVE 0 TO WS-TIER-COUNT.
    MOVE 0 TO WS-BEST-EFF-DATE.
    MOVE WS-DEFAULT-TAX-RATE TO WS-TAX-RATE.
    MOVE 0 TO WS-TAX-EFF-DATE.
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
        PERFORM 2020-READ-RATE UNTIL END-OF-RATES
        CLOSE RATE-FILE
    END-IF.

2020-READ-RATE.
    READ RATE-FILE NEXT RECORD
        AT END
            SET END-OF-RATES TO TRUE
        NOT AT END
            IF RATE-PROD-TYPE = "W" AND RATE-EFF-DATE NOT > WS-DATE
                IF RATE-EFF-DATE NOT < WS-TAX-EFF-DATE
                    MOVE RATE-EFF-DATE TO WS-TAX-EFF-DATE
                    MOVE RATE-MONTHLY-PCT TO WS-TAX-RATE
                END-IF
            END-IF
            IF RATE-PROD-TYPE = "S" AND RATE-EFF-DATE NOT > WS-DATE
                IF RATE-EFF-DATE > WS-BEST-EFF-DATE
                    MOVE RATE-EFF-DATE TO WS-BEST-EFF-DATE
                    MOVE 0 TO WS-TIER-COUNT
                END-IF
                IF RATE-EFF-DATE = WS-BEST-EFF-DATE
                        AND WS-TIER-COUNT < 10
                    ADD 1 TO WS-TIER-COUNT
                    MOVE RATE-MIN-BALANCE
                        TO WS-TIER-MIN-BALANCE (WS-TIER-COUNT)
                    MOVE RATE-MONTHLY-PCT
                        TO WS-TIER-RATE (WS-TIER-COUNT)
                END-IF
            END-IF
    END-READ.

2030-TEST-RATE-TIER.
    IF ACCT-BALANCE NOT < WS-TIER-MIN-BALANCE (WS-TIER-IDX)
        MOVE WS-TIER-RATE (WS-TIER-IDX) TO WS-INTEREST-RATE
    END-IF.

2100-CALCULATE-FEE.
    MOVE 0 TO WS-FEE-AMOUNT.
    OPEN INPUT FEE-FILE.
    IF WS-FEE-FILE-STATUS = "35"
        CONTINUE
    ELSE
        MOVE ACCT-TYPE TO FEE-PROD-TYPE
        MOVE "CLS" TO FEE-CODE
        READ FEE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF FEE-WAIVER-BALANCE > 0
                        AND ACCT-BALANCE NOT < FEE-WAIVER-BALANCE
                    DISPLAY "Closure fee waived -- balance exceeds ",
                        FEE-WAIVER-BALANCE, "."
                ELSE
                    MOVE FEE-AMOUNT TO WS-FEE-AMOUNT
                END-IF
        END-READ
        CLOSE FEE-FILE
    END-IF.

    IF WS-FEE-AMOUNT > ACCT-BALANCE + WS-NET-INTEREST
        COMPUTE WS-FEE-AMOUNT = ACCT-BALANCE + WS-NET-INTEREST
    END-IF.

2200-CAPTURE-PAYOUT.
    DISPLAY "1 = Pay out in cash, 2 = Transfer to another account: ".
    ACCEPT WS-PAYOUT-METHOD.
    EVALUATE TRUE
        WHEN PAYOUT-CASH
            CONTINUE
        WHEN PAYOUT-TRANSFER
            PERFORM 2210-VALIDATE-RECEIVING-ACCOUNT
        WHEN OTHER
            DISPLAY "Invalid payout method."
            SET ACTION-ABORTED TO TRUE
    END-EVALUATE.

2210-VALIDATE-RECEIVING-ACCOUNT.
    DISPLAY "Enter receiving Account Number: ".
    ACCEPT WS-TO-ACCT-NUM.
    IF WS-TO-ACCT-NUM = LK-ACCOUNT-NUM
        DISPLAY "The balance cannot be paid to the account being ",
            "closed."
        SET ACTION-ABORTED TO TRUE
    END-IF.

    IF NOT ACTION-ABORTED
        MOVE WS-TO-ACCT-NUM TO ACCT-NUM
        READ ACCOUNT-MASTER
            INVALID KEY
                DISPLAY "Account Number ", WS-TO-ACCT-NUM,
                    " not found."
                SET ACTION-ABORTED TO TRUE
            NOT INVALID KEY
                IF NOT ACCT-ACTIVE
                    DISPLAY "Account Number ", WS-TO-ACCT-NUM,
                        " is not active."
                    SET ACTION-ABORTED TO TRUE
                END-IF
        END-READ
    END-IF.

    MOVE LK-ACCOUNT-NUM TO ACCT-NUM.
    READ ACCOUNT-MASTER
        INVALID KEY
            DISPLAY "Account Number ", LK-ACCOUNT-NUM, " not found."
            SET ACTION-ABORTED TO TRUE
    END-READ.

3000-POST-INTEREST.
    ADD WS-NET-INTEREST TO ACCT-BALANCE.
    REWRITE ACCOUNT-RECORD
        INVALID KEY
            DISPLAY "Error posting interest for Account Number ",
                LK-ACCOUNT-NUM
    END-REWRITE.

    MOVE LK-ACCOUNT-NUM     TO TRAN-ACCT-NUM.
    MOVE "INTEREST"         TO TRAN-TYPE.
    MOVE WS-INTEREST-AMOUNT TO TRAN-AMOUNT.
    PERFORM 7000-ASSIGN-TRAN-REF.
    MOVE WS-TRAN-REF        TO TRAN-REF.
    MOVE 0                  TO TRAN-RELATED-REF.
    PERFORM 4000-WRITE-TRAN-RECORD.

    IF WS-TAX-AMOUNT > 0
        MOVE LK-ACCOUNT-NUM TO TRAN-ACCT-NUM
        MOVE "WHT"          TO TRAN-TYPE
        MOVE WS-TAX-AMOUNT  TO TRAN-AMOUNT
        PERFORM 7000-ASSIGN-TRAN-REF
        MOVE WS-TRAN-REF    TO TRAN-REF
        MOVE 0              TO TRAN-RELATED-REF
        PERFORM 4000-WRITE-TRAN-RECORD
    END-IF.

    PERFORM 3050-UPDATE-TAX-LEDGER.

3050-UPDATE-TAX-LEDGER.
    OPEN I-O TAX-LEDGER.
    IF WS-TAX-FILE-STATUS = "35"
        OPEN OUTPUT TAX-LEDGER
        CLOSE TAX-LEDGER
        OPEN I-O TAX-LEDGER
    END-IF.

    MOVE ACCT-CUST-NUM TO TAX-CUST-NUM.
    MOVE WS-DATE-YEAR  TO TAX-YEAR.
    READ TAX-LEDGER
        INVALID KEY
            MOVE ACCT-CUST-NUM TO TAX-CUST-NUM
            MOVE WS-DATE-YEAR  TO TAX-YEAR
            MOVE 0 TO TAX-GROSS-INTEREST
            MOVE 0 TO TAX-WITHHELD
    END-READ.
    ADD WS-INTEREST-AMOUNT TO TAX-GROSS-INTEREST.
    ADD WS-TAX-AMOUNT      TO TAX-WITHHELD.
    REWRITE TAX-LEDGER-RECORD
        INVALID KEY
            WRITE TAX-LEDGER-RECORD
                INVALID KEY
                    DISPLAY "Error updating tax ledger for ",
                        "Customer Number ", TAX-CUST-NUM
            END-WRITE
    END-REWRITE.
    CLOSE TAX-LEDGER.

3100-POST-FEE.
    SUBTRACT WS-FEE-AMOUNT FROM ACCT-BALANCE.
    REWRITE ACCOUNT-RECORD
        INVALID KEY
            DISPLAY "Error charging closure fee for Account Number ",
                LK-ACCOUNT-NUM
    END-REWRITE.

    MOVE LK-ACCOUNT-NUM TO TRAN-ACCT-NUM.
    MOVE "FEE"          TO TRAN-TYPE.
    MOVE WS-FEE-AMOUNT  TO TRAN-AMOUNT.
    PERFORM 7000-ASSIGN-TRAN-REF.
    MOVE WS-TRAN-REF    TO TRAN-REF.
    MOVE 0              TO TRAN-RELATED-REF.
    PERFORM 4000-WRITE-TRAN-RECORD.

3200-POST-PAYOUT.
    SUBTRACT WS-PAYOUT-AMOUNT FROM ACCT-BALANCE.
    REWRITE ACCOUNT-RECORD
        INVALID KEY
            DISPLAY "Error paying out Account Number ",
                LK-ACCOUNT-NUM
    END-REWRITE.

    MOVE LK-ACCOUNT-NUM   TO TRAN-ACCT-NUM.
    MOVE WS-PAYOUT-AMOUNT TO TRAN-AMOUNT.
    PERFORM 7000-ASSIGN-TRAN-REF.
    IF PAYOUT-TRANSFER
        MOVE WS-TRAN-REF TO WS-TRAN-REF-2
        PERFORM 7000-ASSIGN-TRAN-REF
        MOVE WS-TRAN-REF   TO WS-XFER-IN-REF
        MOVE "XFER-OUT"    TO TRAN-TYPE
        MOVE WS-TRAN-REF-2 TO TRAN-REF
        MOVE WS-TRAN-REF   TO TRAN-RELATED-REF
    ELSE
        MOVE "WITHDRAWAL"  TO TRAN-TYPE
        MOVE WS-TRAN-REF   TO TRAN-REF
        MOVE 0             TO TRAN-RELATED-REF
    END-IF.
    PERFORM 4000-WRITE-TRAN-RECORD.

3300-MARK-CLOSED.
    SET ACCT-CLOSED TO TRUE.
    MOVE WS-DATE TO ACCT-LAST-TRAN-DATE.
    REWRITE ACCOUNT-RECORD
        INVALID KEY
            DISPLAY "Error closing Account Number ", LK-ACCOUNT-NUM
    END-REWRITE.

    MOVE LK-ACCOUNT-NUM TO TRAN-ACCT-NUM.
    MOVE "CLOSURE"      TO TRAN-TYPE.
    MOVE 0              TO TRAN-AMOUNT.
    PERFORM 7000-ASSIGN-TRAN-REF.
    MOVE WS-TRAN-REF    TO TRAN-REF.
    MOVE 0              TO TRAN-RELATED-REF.
    PERFORM 4000-WRITE-TRAN-RECORD.

3400-CREDIT-RECEIVING-ACCOUNT.
    MOVE WS-TO-ACCT-NUM TO ACCT-NUM.
    READ ACCOUNT-MASTER
        INVALID KEY
            DISPLAY "Unable to read receiving Account Number ",
                WS-TO-ACCT-NUM, "."
            SET ACTION-ABORTED TO TRUE
    END-READ.

    IF NOT ACTION-ABORTED AND NOT ACCT-ACTIVE
        DISPLAY "Receiving Account Number ", WS-TO-ACCT-NUM,
            " is no longer active."
        SET ACTION-ABORTED TO TRUE
    END-IF.

    IF NOT ACTION-ABORTED
        ADD WS-PAYOUT-AMOUNT TO ACCT-BALANCE
        MOVE WS-DATE TO ACCT-LAST-TRAN-DATE
        REWRITE ACCOUNT-RECORD
            INVALID KEY
                DISPLAY "Error crediting Account Number ",
                    WS-TO-ACCT-NUM
                SET ACTION-ABORTED TO TRUE
        END-REWRITE
    END-IF.

    MOVE LK-ACCOUNT-NUM TO ACCT-NUM.
    READ ACCOUNT-MASTER
        INVALID KEY
            DISPLAY "Account Number ", LK-ACCOUNT-NUM, " not found."
            SET ACTION-ABORTED TO TRUE
    END-READ.

3450-POST-XFER-IN.
    MOVE WS-TO-ACCT-NUM   TO TRAN-ACCT-NUM.
    MOVE "XFER-IN"        TO TRAN-TYPE.
    MOVE WS-PAYOUT-AMOUNT TO TRAN-AMOUNT.
    MOVE WS-XFER-IN-REF   TO TRAN-REF.
    MOVE WS-TRAN-REF-2    TO TRAN-RELATED-REF.
    PERFORM 4000-WRITE-TRAN-RECORD.
    DISPLAY "Transferred ", WS-PAYOUT-AMOUNT, " to Account Number ",
        WS-TO-ACCT-NUM.

4000-WRITE-TRAN-RECORD.
    ACCEPT WS-TIME FROM TIME.
    MOVE WS-DATE        TO TRAN-DATE.
    MOVE WS-TIME        TO TRAN-TIME.
    MOVE "SUP"          TO TRAN-CHANNEL.
    MOVE LK-OPERATOR-ID TO TRAN-OPERATOR.
    MOVE SPACES TO TRAN-CHECKER.
    MOVE LK-BRANCH TO TRAN-BRANCH.
    WRITE TRAN-RECORD
        INVALID KEY
            DISPLAY "Error writing journal record ", TRAN-REF, "."
    END-WRITE.

5000-WRITE-AUDIT.
    OPEN EXTEND AUDIT-LOG.
    IF WS-AUD-FILE-STATUS = "35"
        OPEN OUTPUT AUDIT-LOG
        CLOSE AUDIT-LOG
        OPEN EXTEND AUDIT-LOG
    END-IF.

    ACCEPT WS-TIME FROM TIME.
    MOVE LK-ACCOUNT-NUM TO AUD-ACCT-NUM.
    MOVE "STATUS"       TO AUD-FIELD.
    MOVE WS-OLD-STATUS  TO AUD-OLD-VALUE.
    MOVE "C"            TO AUD-NEW-VALUE.
    MOVE WS-DATE        TO AUD-DATE.
    MOVE WS-TIME        TO AUD-TIME.
    MOVE LK-OPERATOR-ID TO AUD-OPERATOR.
    WRITE AUDIT-RECORD.
    CLOSE AUDIT-LOG.

6000-UPDATE-TILL.
    OPEN I-O TILL-FILE.
    IF WS-TILL-FILE-STATUS = "35"
        DISPLAY "NOTE -- no drawer is open for ", LK-OPERATOR-ID,
            " -- cash not tracked."
    ELSE
        MOVE LK-OPERATOR-ID TO TILL-OPERATOR
        MOVE WS-DATE TO TILL-DATE
        READ TILL-FILE
            INVALID KEY
                DISPLAY "NOTE -- no drawer is open for ",
                    LK-OPERATOR-ID, " -- cash not tracked."
            NOT INVALID KEY
                PERFORM 6100-POST-TO-DRAWER
        END-READ
        CLOSE TILL-FILE
    END-IF.

6100-POST-TO-DRAWER.
    IF TILL-DRAWER-OPEN
        ADD WS-PAYOUT-AMOUNT TO TILL-CASH-OUT
        REWRITE TILL-RECORD
            INVALID KEY
                DISPLAY "Error updating drawer for ",
                    LK-OPERATOR-ID, "."
        END-REWRITE
    ELSE
        DISPLAY "NOTE -- drawer for ", LK-OPERATOR-ID,
            " is already balanced -- closure cash not tracked."
    END-IF.

7000-ASSIGN-TRAN-REF.
    OPEN I-O TRAN-CONTROL.
    IF WS-TCTL-FILE-STATUS = "35"
        OPEN OUTPUT TRAN-CONTROL
        CLOSE TRAN-CONTROL
        OPEN I-O TRAN-CONTROL
    END-IF.

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
    CLOSE TRAN-CONTROL.

7100-GET-MONTH-LENGTH.
    MOVE WS-DAYS-IN-MONTH (WS-DATE-MONTH) TO WS-MONTH-LENGTH.
    IF WS-DATE-MONTH = 2
        DIVIDE WS-DATE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
            REMAINDER WS-LEAP-REMAINDER
        IF WS-LEAP-REMAINDER = 0
            MOVE 29 TO WS-MONTH-LENGTH
        END-IF
    END-IF.
