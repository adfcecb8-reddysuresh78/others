        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TCTL-KEY
        FILE STATUS IS WS-TCTL-FILE-STATUS.
    SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HOLD-KEY
        FILE STATUS IS WS-HOLD-FILE-STATUS.
    SELECT FEE-FILE ASSIGN TO "FEEFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FEE-KEY
        FILE STATUS IS WS-FEE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD TRAN-CONTROL.
COPY "TRANCTL.CPY".

FD HOLD-FILE.
COPY "HOLDREC.CPY".

FD FEE-FILE.
COPY "FEEREC.CPY".

WORKING-STORAGE SECTION.
01 WS-LOAN-FILE-STATUS  PIC X(2).
01 WS-ACCT-FILE-STATUS  PIC X(2).
01 WS-RATE-FILE-STATUS  PIC X(2).
01 WS-TRAN-FILE-STATUS  PIC X(2).
01 WS-TCTL-FILE-STATUS  PIC X(2).
01 WS-HOLD-FILE-STATUS  PIC X(2).
01 WS-FEE-FILE-STATUS   PIC X(2).
01 WS-HOLD-PRESENT-SW   PIC X(1).
    88 HOLDS-ON-FILE    VALUE "Y".
01 WS-HOLD-EOF-SWITCH   PIC X(1).
    88 END-OF-HOLDS     VALUE "Y".
01 WS-HOLD-TOTAL        PIC 9(11)V99.
01 WS-AVAILABLE         PIC S9(11)V99.
01 WS-CONFIRM           PIC X(1).
01 WS-POST-TYPE         PIC X(10).
01 WS-POST-AMOUNT       PIC 9(9)V99.
01 WS-POST-RELATED-REF  PIC 9(9).
01 WS-PAYOFF-REF        PIC 9(9).
01 WS-QUOTE-DATE        PIC 9(8).
01 WS-SCHEDULED-BALANCE PIC S9(11)V99.
01 WS-DIVIDE-REMAINDER  PIC 9(9)V99.
01 WS-REMAINING-COUNT   PIC 9(3).
01 WS-DUE-BY-DATE-COUNT PIC 9(3).
01 WS-FUTURE-COUNT      PIC 9(3).
01 WS-MONTHLY-INTEREST  PIC 9(9)V99.
01 WS-INTEREST-REBATE   PIC 9(11)V99.
01 WS-SETTLEMENT-FEE    PIC 9(7)V99.
01 WS-PAYOFF-AMOUNT     PIC 9(11)V99.
01 WS-TOTAL-DEBIT       PIC 9(11)V99.
01 WS-FUTURE-PRINCIPAL  PIC 9(11)V99.
01 WS-PREPAY-AMOUNT     PIC 9(9)V99.
01 WS-NEW-PRINCIPAL     PIC 9(9)V99.
01 WS-NEW-COUNT         PIC 9(3).
01 WS-PRINCIPAL-PORTION PIC S9(9)V99.
01 WS-PREPAY-OPTION     PIC X(1).
    88 SHORTER-TERM      VALUE "T".
    88 LOWER-INSTALLMENT VALUE "I".
01 WS-TRAN-REF          PIC 9(9).
01 WS-ACTION            PIC 9(1).
01 WS-ABORT-SWITCH      PIC X(1).

PROCEDURE DIVISION USING LK-OPERATOR-ID LK-BRANCH.
    MOVE "N" TO WS-ABORT-SWITCH.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "1 = Disburse new loan, 2 = Loan inquiry, ",
        "3 = Payoff quote, 4 = Settle loan, 5 = Partial prepayment: ".
    ACCEPT WS-ACTION.

    OPEN I-O LOAN-FILE.
            PERFORM 2000-DISBURSE-LOAN
        WHEN 2
            PERFORM 8000-LOAN-INQUIRY
        WHEN 3
            PERFORM 4000-PAYOFF-QUOTE
        WHEN 4
            PERFORM 5000-SETTLE-LOAN
        WHEN 5
            PERFORM 6000-PREPAY-LOAN
        WHEN OTHER
            DISPLAY "Invalid action."
    END-EVALUATE.
    END-IF.

    IF NOT ACTION-ABORTED
        MOVE "LOAN-DISB"  TO WS-POST-TYPE
        MOVE WS-PRINCIPAL TO WS-POST-AMOUNT
        MOVE 0            TO WS-POST-RELATED-REF
        PERFORM 3500-POST-TRANLOG
        DISPLAY "Disbursed ", WS-PRINCIPAL, " to Account Number ",
            WS-ACCOUNT-NUM, "."

    ACCEPT WS-TIME FROM TIME.
    MOVE WS-ACCOUNT-NUM TO TRAN-ACCT-NUM.
    MOVE WS-POST-TYPE   TO TRAN-TYPE.
    MOVE WS-POST-AMOUNT TO TRAN-AMOUNT.
    MOVE WS-TODAY       TO TRAN-DATE.
    MOVE WS-TIME        TO TRAN-TIME.
    PERFORM 7000-ASSIGN-TRAN-REF.
    MOVE WS-TRAN-REF    TO TRAN-REF.
    MOVE WS-POST-RELATED-REF TO TRAN-RELATED-REF.
    MOVE "TEL"          TO TRAN-CHANNEL.
    MOVE LK-OPERATOR-ID TO TRAN-OPERATOR.
    MOVE SPACES TO TRAN-CHECKER.
    END-WRITE.
    CLOSE TRANLOG.

4000-PAYOFF-QUOTE.
    OPEN INPUT ACCOUNT-MASTER.
    IF WS-ACCT-FILE-STATUS = "35"
        DISPLAY "No accounts are on file."
        CLOSE LOAN-FILE
        GOBACK
    END-IF.

    PERFORM 4100-READ-ACTIVE-LOAN.
    IF NOT ACTION-ABORTED
        PERFORM 4110-CAPTURE-QUOTE-DATE
    END-IF.
    IF NOT ACTION-ABORTED
        PERFORM 4150-READ-LINKED-ACCOUNT
    END-IF.
    IF NOT ACTION-ABORTED
        PERFORM 4200-COMPUTE-PAYOFF
        PERFORM 4400-DISPLAY-QUOTE
    END-IF.

    CLOSE ACCOUNT-MASTER.

4100-READ-ACTIVE-LOAN.
    DISPLAY "Enter Loan Number: ".
    ACCEPT WS-LOAN-NUM.
    MOVE WS-LOAN-NUM TO LOAN-NUM.
    READ LOAN-FILE
        INVALID KEY
            DISPLAY "Loan Number ", WS-LOAN-NUM, " not found."
            SET ACTION-ABORTED TO TRUE
    END-READ.

    IF NOT ACTION-ABORTED AND NOT LOAN-ACTIVE
        DISPLAY "Loan Number ", WS-LOAN-NUM, " is not active."
        SET ACTION-ABORTED TO TRUE
    END-IF.

4110-CAPTURE-QUOTE-DATE.
    DISPLAY "Quote as of date (YYYYMMDD, 0 = today): ".
    ACCEPT WS-QUOTE-DATE.
    IF WS-QUOTE-DATE = 0
        MOVE WS-TODAY TO WS-QUOTE-DATE
    END-IF.
    IF WS-QUOTE-DATE < WS-TODAY
        DISPLAY "Quote date cannot be before today."
        SET ACTION-ABORTED TO TRUE
    END-IF.

4150-READ-LINKED-ACCOUNT.
    MOVE LOAN-ACCT-NUM TO WS-ACCOUNT-NUM.
    MOVE LOAN-ACCT-NUM TO ACCT-NUM.
    READ ACCOUNT-MASTER
        INVALID KEY
            DISPLAY "Account Number ", WS-ACCOUNT-NUM, " not found."
            SET ACTION-ABORTED TO TRUE
    END-READ.

4200-COMPUTE-PAYOFF.
    PERFORM 4210-COUNT-REMAINING.
    MOVE LOAN-NEXT-DUE-DATE TO WS-DUE-DATE.
    MOVE 0 TO WS-DUE-BY-DATE-COUNT.
    PERFORM 4220-COUNT-DUE-INSTALLMENT
        UNTIL WS-DUE-BY-DATE-COUNT NOT < WS-REMAINING-COUNT
            OR WS-DUE-DATE > WS-QUOTE-DATE.
    COMPUTE WS-FUTURE-COUNT =
        WS-REMAINING-COUNT - WS-DUE-BY-DATE-COUNT.

    COMPUTE WS-MONTHLY-INTEREST ROUNDED =
        LOAN-PRINCIPAL * LOAN-MONTHLY-PCT.
    COMPUTE WS-INTEREST-REBATE =
        WS-MONTHLY-INTEREST * WS-FUTURE-COUNT.
    IF WS-INTEREST-REBATE > WS-SCHEDULED-BALANCE
        MOVE WS-SCHEDULED-BALANCE TO WS-INTEREST-REBATE
    END-IF.
    COMPUTE WS-PAYOFF-AMOUNT = LOAN-BALANCE - WS-INTEREST-REBATE.

    PERFORM 4300-GET-SETTLEMENT-FEE.
    COMPUTE WS-TOTAL-DEBIT = WS-PAYOFF-AMOUNT + WS-SETTLEMENT-FEE.

4210-COUNT-REMAINING.
    COMPUTE WS-SCHEDULED-BALANCE =
        LOAN-BALANCE - LOAN-ARREARS-AMOUNT.
    MOVE 0 TO WS-REMAINING-COUNT.
    IF WS-SCHEDULED-BALANCE > 0 AND LOAN-INSTALLMENT > 0
        DIVIDE WS-SCHEDULED-BALANCE BY LOAN-INSTALLMENT
            GIVING WS-REMAINING-COUNT
            REMAINDER WS-DIVIDE-REMAINDER
        IF WS-DIVIDE-REMAINDER > 0
            ADD 1 TO WS-REMAINING-COUNT
        END-IF
    ELSE
        MOVE 0 TO WS-SCHEDULED-BALANCE
    END-IF.

4220-COUNT-DUE-INSTALLMENT.
    ADD 1 TO WS-DUE-BY-DATE-COUNT.
    PERFORM 7200-ADVANCE-MONTH.
    PERFORM 7100-GET-MONTH-LENGTH.
    IF WS-DUE-DAY > WS-MONTH-LENGTH
        MOVE WS-MONTH-LENGTH TO WS-DUE-DAY
    END-IF.

4300-GET-SETTLEMENT-FEE.
    MOVE 0 TO WS-SETTLEMENT-FEE.
    IF WS-FUTURE-COUNT > 0
        OPEN INPUT FEE-FILE
        IF WS-FEE-FILE-STATUS NOT = "35"
            MOVE "L"   TO FEE-PROD-TYPE
            MOVE "ESF" TO FEE-CODE
            READ FEE-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF FEE-WAIVER-BALANCE > 0
                            AND ACCT-BALANCE NOT < FEE-WAIVER-BALANCE
                        CONTINUE
                    ELSE
                        MOVE FEE-AMOUNT TO WS-SETTLEMENT-FEE
                    END-IF
            END-READ
            CLOSE FEE-FILE
        END-IF
    END-IF.

4400-DISPLAY-QUOTE.
    DISPLAY "Payoff quote for Loan Number ", LOAN-NUM,
        " as of ", WS-QUOTE-DATE.
    DISPLAY "Balance outstanding      : ", LOAN-BALANCE.
    DISPLAY "  of which arrears       : ", LOAN-ARREARS-AMOUNT.
    DISPLAY "Installments due by date : ", WS-DUE-BY-DATE-COUNT.
    DISPLAY "Installments not yet due : ", WS-FUTURE-COUNT.
    DISPLAY "Unearned interest rebate : ", WS-INTEREST-REBATE.
    DISPLAY "Early-settlement fee     : ", WS-SETTLEMENT-FEE.
    DISPLAY "Amount to settle         : ", WS-TOTAL-DEBIT.

5000-SETTLE-LOAN.
    OPEN I-O ACCOUNT-MASTER.
    IF WS-ACCT-FILE-STATUS = "35"
        DISPLAY "No accounts are on file."
        CLOSE LOAN-FILE
        GOBACK
    END-IF.

    PERFORM 4100-READ-ACTIVE-LOAN.
    IF NOT ACTION-ABORTED
        PERFORM 4150-READ-LINKED-ACCOUNT
    END-IF.
    IF NOT ACTION-ABORTED
        MOVE WS-TODAY TO WS-QUOTE-DATE
        PERFORM 4200-COMPUTE-PAYOFF
        PERFORM 4400-DISPLAY-QUOTE
        PERFORM 5100-CHECK-AVAILABLE-FUNDS
    END-IF.
    IF NOT ACTION-ABORTED
        DISPLAY "Settle loan and debit Account Number ",
            WS-ACCOUNT-NUM, "? (Y/N): "
        ACCEPT WS-CONFIRM
        IF WS-CONFIRM NOT = "Y"
            DISPLAY "Settlement cancelled."
            SET ACTION-ABORTED TO TRUE
        END-IF
    END-IF.
    IF NOT ACTION-ABORTED
        PERFORM 5200-DEBIT-ACCOUNT
    END-IF.
    IF NOT ACTION-ABORTED
        MOVE "LOAN-PAYOFF"    TO WS-POST-TYPE
        MOVE WS-PAYOFF-AMOUNT TO WS-POST-AMOUNT
        MOVE 0                TO WS-POST-RELATED-REF
        PERFORM 3500-POST-TRANLOG
        MOVE WS-TRAN-REF TO WS-PAYOFF-REF
        IF WS-SETTLEMENT-FEE > 0
            MOVE "FEE"             TO WS-POST-TYPE
            MOVE WS-SETTLEMENT-FEE TO WS-POST-AMOUNT
            MOVE WS-PAYOFF-REF     TO WS-POST-RELATED-REF
            PERFORM 3500-POST-TRANLOG
        END-IF
        PERFORM 5300-CLOSE-OUT-LOAN
    END-IF.

    CLOSE ACCOUNT-MASTER.

5100-CHECK-AVAILABLE-FUNDS.
    IF NOT ACCT-ACTIVE
        DISPLAY "Account Number ", WS-ACCOUNT-NUM, " is not active."
        SET ACTION-ABORTED TO TRUE
    ELSE
        PERFORM 5110-SUM-ACTIVE-HOLDS
        COMPUTE WS-AVAILABLE =
            ACCT-BALANCE + ACCT-OD-LIMIT - WS-HOLD-TOTAL
        IF WS-TOTAL-DEBIT > WS-AVAILABLE
            DISPLAY "Insufficient available funds in Account Number ",
                WS-ACCOUNT-NUM, " (available ", WS-AVAILABLE, ")."
            SET ACTION-ABORTED TO TRUE
        END-IF
    END-IF.

5110-SUM-ACTIVE-HOLDS.
    MOVE 0 TO WS-HOLD-TOTAL.
    MOVE "N" TO WS-HOLD-PRESENT-SW.
    OPEN INPUT HOLD-FILE.
    IF WS-HOLD-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-HOLD-PRESENT-SW
    END-IF.
    IF HOLDS-ON-FILE
        MOVE "N" TO WS-HOLD-EOF-SWITCH
        MOVE WS-ACCOUNT-NUM TO HOLD-ACCT-NUM
        MOVE 0 TO HOLD-SEQ
        START HOLD-FILE KEY IS GREATER THAN HOLD-KEY
            INVALID KEY
                SET END-OF-HOLDS TO TRUE
        END-START
        PERFORM 5120-READ-HOLD UNTIL END-OF-HOLDS
        CLOSE HOLD-FILE
    END-IF.

5120-READ-HOLD.
    READ HOLD-FILE NEXT RECORD
        AT END
            SET END-OF-HOLDS TO TRUE
        NOT AT END
            IF HOLD-ACCT-NUM = WS-ACCOUNT-NUM
                IF HOLD-ACTIVE AND HOLD-EXPIRY-DATE NOT < WS-TODAY
                    ADD HOLD-AMOUNT TO WS-HOLD-TOTAL
                END-IF
            ELSE
                SET END-OF-HOLDS TO TRUE
            END-IF
    END-READ.

5200-DEBIT-ACCOUNT.
    SUBTRACT WS-TOTAL-DEBIT FROM ACCT-BALANCE.
    MOVE WS-TODAY TO ACCT-LAST-TRAN-DATE.
    REWRITE ACCOUNT-RECORD
        INVALID KEY
            DISPLAY "Error debiting Account Number ", WS-ACCOUNT-NUM
            SET ACTION-ABORTED TO TRUE
    END-REWRITE.

5300-CLOSE-OUT-LOAN.
    MOVE 0 TO LOAN-BALANCE.
    MOVE 0 TO LOAN-ARREARS-COUNT.
    MOVE 0 TO LOAN-ARREARS-AMOUNT.
    MOVE 0 TO LOAN-OLDEST-DUE-DATE.
    MOVE LOAN-TERM-MONTHS TO LOAN-PAID-COUNT.
    SET LOAN-SETTLED TO TRUE.
    REWRITE LOAN-RECORD
        INVALID KEY
            DISPLAY "Error updating Loan Number ", LOAN-NUM
            SET ACTION-ABORTED TO TRUE
    END-REWRITE.

    IF NOT ACTION-ABORTED
        DISPLAY "Loan Number ", LOAN-NUM, " settled -- ",
            WS-TOTAL-DEBIT, " debited from Account Number ",
            WS-ACCOUNT-NUM, "."
    END-IF.

6000-PREPAY-LOAN.
    OPEN I-O ACCOUNT-MASTER.
    IF WS-ACCT-FILE-STATUS = "35"
        DISPLAY "No accounts are on file."
        CLOSE LOAN-FILE
        GOBACK
    END-IF.

    PERFORM 4100-READ-ACTIVE-LOAN.
    IF NOT ACTION-ABORTED
        PERFORM 4150-READ-LINKED-ACCOUNT
    END-IF.
    IF NOT ACTION-ABORTED AND LOAN-ARREARS-AMOUNT > 0
        DISPLAY "Loan Number ", LOAN-NUM, " has arrears of ",
            LOAN-ARREARS-AMOUNT, " -- clear them before prepaying."
        SET ACTION-ABORTED TO TRUE
    END-IF.
    IF NOT ACTION-ABORTED
        MOVE WS-TODAY TO WS-QUOTE-DATE
        PERFORM 4200-COMPUTE-PAYOFF
        IF WS-DUE-BY-DATE-COUNT > 0
            DISPLAY "An installment is due on ", LOAN-NEXT-DUE-DATE,
                " -- collect it before prepaying."
            SET ACTION-ABORTED TO TRUE
        END-IF
    END-IF.
    IF NOT ACTION-ABORTED
        COMPUTE WS-FUTURE-PRINCIPAL =
            WS-SCHEDULED-BALANCE - WS-INTEREST-REBATE
        DISPLAY "Principal outstanding: ", WS-FUTURE-PRINCIPAL,
            "  installments remaining: ", WS-FUTURE-COUNT
        PERFORM 6100-CAPTURE-PREPAYMENT
    END-IF.
    IF NOT ACTION-ABORTED
        MOVE WS-PREPAY-AMOUNT TO WS-TOTAL-DEBIT
        PERFORM 5100-CHECK-AVAILABLE-FUNDS
    END-IF.
    IF NOT ACTION-ABORTED
        MOVE SPACE TO WS-PREPAY-OPTION
        PERFORM 6200-CAPTURE-OPTION
            UNTIL SHORTER-TERM OR LOWER-INSTALLMENT
        PERFORM 6300-RESTRUCTURE-LOAN
    END-IF.
    IF NOT ACTION-ABORTED
        PERFORM 5200-DEBIT-ACCOUNT
    END-IF.
    IF NOT ACTION-ABORTED
        MOVE "LOAN-PREPAY"    TO WS-POST-TYPE
        MOVE WS-PREPAY-AMOUNT TO WS-POST-AMOUNT
        MOVE 0                TO WS-POST-RELATED-REF
        PERFORM 3500-POST-TRANLOG
        PERFORM 6400-UPDATE-LOAN
    END-IF.
    IF NOT ACTION-ABORTED
        PERFORM 8500-PRINT-SCHEDULE
    END-IF.

    CLOSE ACCOUNT-MASTER.

6100-CAPTURE-PREPAYMENT.
    DISPLAY "Enter prepayment amount: ".
    ACCEPT WS-PREPAY-AMOUNT.
    IF WS-PREPAY-AMOUNT NOT > 0
        DISPLAY "Prepayment must be greater than zero."
        SET ACTION-ABORTED TO TRUE
    END-IF.
    IF NOT ACTION-ABORTED
            AND WS-PREPAY-AMOUNT NOT < WS-FUTURE-PRINCIPAL
        DISPLAY "Prepayment clears the principal -- settle the ",
            "loan instead."
        SET ACTION-ABORTED TO TRUE
    END-IF.

6200-CAPTURE-OPTION.
    DISPLAY "T = Keep installment and shorten term, ",
        "I = Keep term and lower installment: ".
    ACCEPT WS-PREPAY-OPTION.
    IF NOT SHORTER-TERM AND NOT LOWER-INSTALLMENT
        DISPLAY "Enter T or I."
    END-IF.

6300-RESTRUCTURE-LOAN.
    COMPUTE WS-NEW-PRINCIPAL =
        WS-FUTURE-PRINCIPAL - WS-PREPAY-AMOUNT.
    MOVE WS-FUTURE-COUNT TO WS-NEW-COUNT.
    MOVE LOAN-INSTALLMENT TO WS-INSTALLMENT.

    IF SHORTER-TERM
        COMPUTE WS-PRINCIPAL-PORTION ROUNDED =
            LOAN-INSTALLMENT - WS-NEW-PRINCIPAL * LOAN-MONTHLY-PCT
        IF WS-PRINCIPAL-PORTION NOT > 0
            DISPLAY "Installment does not cover the interest -- ",
                "lower the installment instead."
            SET ACTION-ABORTED TO TRUE
        ELSE
            DIVIDE WS-NEW-PRINCIPAL BY WS-PRINCIPAL-PORTION
                GIVING WS-NEW-COUNT
                REMAINDER WS-DIVIDE-REMAINDER
            IF WS-DIVIDE-REMAINDER > 0
                ADD 1 TO WS-NEW-COUNT
            END-IF
            IF WS-NEW-COUNT > WS-FUTURE-COUNT
                MOVE WS-FUTURE-COUNT TO WS-NEW-COUNT
            END-IF
        END-IF
    END-IF.

    IF NOT ACTION-ABORTED
        COMPUTE WS-TOTAL-INTEREST ROUNDED =
            WS-NEW-PRINCIPAL * LOAN-MONTHLY-PCT * WS-NEW-COUNT
        COMPUTE WS-TOTAL-REPAYABLE =
            WS-NEW-PRINCIPAL + WS-TOTAL-INTEREST
        IF LOWER-INSTALLMENT
            COMPUTE WS-INSTALLMENT ROUNDED =
                WS-TOTAL-REPAYABLE / WS-NEW-COUNT
        END-IF
        DISPLAY "Revised principal: ", WS-NEW-PRINCIPAL,
            "  installments: ", WS-NEW-COUNT,
            "  installment: ", WS-INSTALLMENT,
            "  total repayable: ", WS-TOTAL-REPAYABLE
    END-IF.

6400-UPDATE-LOAN.
    COMPUTE LOAN-TERM-MONTHS =
        LOAN-TERM-MONTHS - WS-FUTURE-COUNT + WS-NEW-COUNT.
    MOVE WS-NEW-PRINCIPAL   TO LOAN-PRINCIPAL.
    MOVE WS-INSTALLMENT     TO LOAN-INSTALLMENT.
    MOVE WS-TOTAL-REPAYABLE TO LOAN-BALANCE.
    REWRITE LOAN-RECORD
        INVALID KEY
            DISPLAY "Error updating Loan Number ", LOAN-NUM
            SET ACTION-ABORTED TO TRUE
    END-REWRITE.

    IF NOT ACTION-ABORTED
        DISPLAY "Prepayment of ", WS-PREPAY-AMOUNT,
            " applied to Loan Number ", LOAN-NUM, "."
    END-IF.

7000-ASSIGN-TRAN-REF.
    OPEN I-O TRAN-CONTROL.
    IF WS-TCTL-FILE-STATUS = "35"

8500-PRINT-SCHEDULE.
    DISPLAY "Installment schedule:".
    PERFORM 4210-COUNT-REMAINING.
    IF WS-REMAINING-COUNT = 0
        DISPLAY "  No installments outstanding."
    END-IF.
    MOVE LOAN-NEXT-DUE-DATE TO WS-DUE-DATE.
    MOVE WS-SCHEDULED-BALANCE TO WS-SCHED-BALANCE.
    PERFORM 8600-PRINT-SCHEDULE-LINE
        VARYING WS-MONTH-IDX FROM 1 BY 1
        UNTIL WS-MONTH-IDX > WS-REMAINING-COUNT.

8600-PRINT-SCHEDULE-LINE.
    IF WS-SCHED-BALANCE < LOAN-INSTALLMENT
        MOVE WS-SCHED-BALANCE TO WS-INSTALLMENT
    ELSE
        MOVE LOAN-INSTALLMENT TO WS-INSTALLMENT
    END-IF.
    SUBTRACT WS-INSTALLMENT FROM WS-SCHED-BALANCE.
    DISPLAY "  ", WS-MONTH-IDX, "  due ", WS-DUE-DATE, "  ",
        WS-INSTALLMENT, "  remaining ", WS-SCHED-BALANCE.
    PERFORM 7200-ADVANCE-MONTH.
    PERFORM 7100-GET-MONTH-LENGTH.
    IF WS-DUE-DAY > WS-MONTH-LENGTH
        MOVE WS-MONTH-LENGTH TO WS-DUE-DAY
    END-IF.
