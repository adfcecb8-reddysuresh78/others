IDENTIFICATION DIVISION.
PROGRAM-ID. CARDSETL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CARD-TXN-INPUT ASSIGN TO "CARDTXN"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CTX-FILE-STATUS.
    SELECT CARD-FILE ASSIGN TO "CARDFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CARD-NUM
        FILE STATUS IS WS-CARD-FILE-STATUS.
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
    SELECT CARD-REPORT ASSIGN TO "CARDRPT"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CARD-TXN-INPUT.
COPY "CARDTXN.CPY".

FD CARD-FILE.
COPY "CARDREC.CPY".

FD ACCOUNT-MASTER.
COPY "ACCTREC.CPY".

FD TRANLOG.
COPY "TRANREC.CPY".

FD TRAN-CONTROL.
COPY "TRANCTL.CPY".

FD HOLD-FILE.
COPY "HOLDREC.CPY".

FD CARD-REPORT.
01 CARD-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-CTX-FILE-STATUS   PIC X(2).
01 WS-CARD-FILE-STATUS  PIC X(2).
01 WS-ACCT-FILE-STATUS  PIC X(2).
01 WS-TRAN-FILE-STATUS  PIC X(2).
01 WS-TCTL-FILE-STATUS  PIC X(2).
01 WS-HOLD-FILE-STATUS  PIC X(2).
01 WS-RPT-FILE-STATUS   PIC X(2).
01 WS-TRAN-REF          PIC 9(9).
01 WS-CTX-EOF-SWITCH    PIC X(1).
    88 END-OF-CARD-TXNS VALUE "Y".
01 WS-HOLD-PRESENT-SW   PIC X(1).
    88 HOLDS-ON-FILE    VALUE "Y".
01 WS-HOLD-EOF-SWITCH   PIC X(1).
    88 END-OF-HOLDS     VALUE "Y".
01 WS-HOLD-TOTAL        PIC 9(11)V99.
01 WS-ITEM-SWITCH       PIC X(1).
    88 ITEM-ACCEPTED    VALUE "Y".
    88 ITEM-REJECTED    VALUE "N".
01 WS-CARD-SWITCH       PIC X(1).
    88 CARD-ON-FILE     VALUE "Y".
01 WS-REJECT-CLASS      PIC X(1).
    88 REJECT-DISPUTE   VALUE "D".
    88 REJECT-EXCEPTION VALUE "E".
01 WS-REJECT-REASON     PIC X(2).
01 WS-REASON-TEXT       PIC X(24).
01 WS-PIN-FAIL-LIMIT    PIC 9(2) VALUE 3.
01 WS-AVAILABLE         PIC S9(11)V99.
01 WS-USED-AFTER        PIC 9(9)V99.
01 WS-TODAY             PIC 9(8).
01 WS-TIME              PIC 9(8).
01 WS-ITEMS-READ        PIC 9(7) VALUE 0.
01 WS-ITEMS-POSTED      PIC 9(7) VALUE 0.
01 WS-ITEMS-DISPUTED    PIC 9(7) VALUE 0.
01 WS-ITEMS-EXCEPTION   PIC 9(7) VALUE 0.
01 WS-ATM-CASH-AMOUNT   PIC 9(11)V99 VALUE 0.
01 WS-POS-PURCH-AMOUNT  PIC 9(11)V99 VALUE 0.
01 WS-POS-REFUND-AMOUNT PIC 9(11)V99 VALUE 0.
01 WS-DISPUTED-AMOUNT   PIC 9(11)V99 VALUE 0.
01 WS-EXCEPTION-AMOUNT  PIC 9(11)V99 VALUE 0.
01 WS-CARDS-HOT-LISTED  PIC 9(5) VALUE 0.
01 WS-CARDS-EXPIRED     PIC 9(5) VALUE 0.
01 WS-REPORT-TITLE.
    05 FILLER          PIC X(40) VALUE
        "CARD SETTLEMENT DISPUTES AND EXCEPTIONS ".
    05 FILLER          PIC X(4) VALUE "FOR ".
    05 RPT-TITLE-DATE  PIC 9(8).
    05 FILLER          PIC X(80) VALUE SPACES.
01 WS-REPORT-HEADING.
    05 FILLER PIC X(18) VALUE "CARD NUMBER".
    05 FILLER PIC X(5)  VALUE "CHN".
    05 FILLER PIC X(3)  VALUE "T".
    05 FILLER PIC X(14) VALUE "      AMOUNT".
    05 FILLER PIC X(10) VALUE "TXN DATE".
    05 FILLER PIC X(10) VALUE "TERMINAL".
    05 FILLER PIC X(11) VALUE "NET REF".
    05 FILLER PIC X(7)  VALUE "ACCT".
    05 FILLER PIC X(11) VALUE "DISPOSITN".
    05 FILLER PIC X(4)  VALUE "RC".
    05 FILLER PIC X(39) VALUE "REASON".
01 WS-REPORT-DETAIL.
    05 RPT-CARD-NUM    PIC 9(16).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 RPT-CHANNEL     PIC X(3).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 RPT-TXN-TYPE    PIC X(1).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 RPT-AMOUNT      PIC 9(9).99.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 RPT-TXN-DATE    PIC 9(8).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 RPT-TERMINAL    PIC X(8).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 RPT-NETWORK-REF PIC 9(9).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 RPT-ACCT-NUM    PIC 9(5).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 RPT-DISPOSITION PIC X(9).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 RPT-REASON      PIC X(2).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 RPT-REASON-TEXT PIC X(24).
    05 FILLER          PIC X(15) VALUE SPACES.
01 WS-REPORT-TOTAL.
    05 RPT-TOTAL-LABEL PIC X(30).
    05 RPT-TOTAL-COUNT PIC Z(6)9.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 RPT-TOTAL-AMT   PIC Z(10)9.99.
    05 FILLER          PIC X(79) VALUE SPACES.

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Card Settlement for ", WS-TODAY, " =====".

    OPEN INPUT CARD-TXN-INPUT.
    IF WS-CTX-FILE-STATUS = "35"
        DISPLAY "No card network file is on file."
        GOBACK
    END-IF.

    OPEN I-O ACCOUNT-MASTER.
    IF WS-ACCT-FILE-STATUS = "35"
        DISPLAY "No accounts are on file."
        CLOSE CARD-TXN-INPUT
        GOBACK
    END-IF.

    OPEN I-O CARD-FILE.
    IF WS-CARD-FILE-STATUS = "35"
        OPEN OUTPUT CARD-FILE
        CLOSE CARD-FILE
        OPEN I-O CARD-FILE
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

    OPEN OUTPUT CARD-REPORT.
    MOVE WS-TODAY TO RPT-TITLE-DATE.
    MOVE WS-REPORT-TITLE TO CARD-REPORT-LINE.
    WRITE CARD-REPORT-LINE.
    MOVE WS-REPORT-HEADING TO CARD-REPORT-LINE.
    WRITE CARD-REPORT-LINE.

    MOVE "N" TO WS-CTX-EOF-SWITCH.
    PERFORM 1500-READ-CARD-TXN UNTIL END-OF-CARD-TXNS.

    PERFORM 8000-WRITE-TOTALS.

    CLOSE CARD-TXN-INPUT CARD-FILE ACCOUNT-MASTER TRANLOG
        TRAN-CONTROL CARD-REPORT.
    IF HOLDS-ON-FILE
        CLOSE HOLD-FILE
    END-IF.

    DISPLAY "Card items read:      ", WS-ITEMS-READ.
    DISPLAY "Items posted:         ", WS-ITEMS-POSTED.
    DISPLAY "  ATM cash:           ", WS-ATM-CASH-AMOUNT.
    DISPLAY "  POS purchases:      ", WS-POS-PURCH-AMOUNT.
    DISPLAY "  POS refunds:        ", WS-POS-REFUND-AMOUNT.
    DISPLAY "Items disputed:       ", WS-ITEMS-DISPUTED,
        "  amount ", WS-DISPUTED-AMOUNT.
    DISPLAY "Items in exception:   ", WS-ITEMS-EXCEPTION,
        "  amount ", WS-EXCEPTION-AMOUNT.
    DISPLAY "Cards hot-listed:     ", WS-CARDS-HOT-LISTED.
    DISPLAY "Cards marked expired: ", WS-CARDS-EXPIRED.
    GOBACK.

1500-READ-CARD-TXN.
    READ CARD-TXN-INPUT
        AT END
            SET END-OF-CARD-TXNS TO TRUE
        NOT AT END
            PERFORM 2000-SETTLE-ITEM
    END-READ.

2000-SETTLE-ITEM.
    ADD 1 TO WS-ITEMS-READ.
    SET ITEM-ACCEPTED TO TRUE.
    MOVE "N" TO WS-CARD-SWITCH.
    MOVE SPACES TO WS-REJECT-REASON.

    PERFORM 2100-VALIDATE-ITEM.

    IF ITEM-ACCEPTED AND NOT CTX-REFUND
        PERFORM 2300-CHECK-CARD-STATUS
    END-IF.

    IF ITEM-ACCEPTED
        PERFORM 2400-VALIDATE-ACCOUNT
    END-IF.

    IF ITEM-ACCEPTED AND NOT CTX-REFUND
        PERFORM 2500-CHECK-DAILY-LIMIT
    END-IF.

    IF ITEM-ACCEPTED AND NOT CTX-REFUND
        PERFORM 6000-SUM-ACTIVE-HOLDS
        COMPUTE WS-AVAILABLE =
            ACCT-BALANCE + ACCT-OD-LIMIT - WS-HOLD-TOTAL
        IF CTX-AMOUNT > WS-AVAILABLE
            SET ITEM-REJECTED TO TRUE
            SET REJECT-DISPUTE TO TRUE
            MOVE "11" TO WS-REJECT-REASON
        END-IF
    END-IF.

    IF ITEM-ACCEPTED
        PERFORM 3000-APPLY-ITEM
    END-IF.

    IF ITEM-ACCEPTED
        PERFORM 3500-POST-TRANLOG
        PERFORM 3600-RECORD-USAGE
        ADD 1 TO WS-ITEMS-POSTED
    ELSE
        PERFORM 3800-SET-REASON-TEXT
        PERFORM 4000-WRITE-REPORT-LINE
        IF REJECT-DISPUTE
            ADD 1 TO WS-ITEMS-DISPUTED
            ADD CTX-AMOUNT TO WS-DISPUTED-AMOUNT
        ELSE
            ADD 1 TO WS-ITEMS-EXCEPTION
            ADD CTX-AMOUNT TO WS-EXCEPTION-AMOUNT
        END-IF
    END-IF.

    IF CARD-ON-FILE
        REWRITE CARD-RECORD
            INVALID KEY
                DISPLAY "Error updating Card ", CARD-NUM
        END-REWRITE
    END-IF.

2100-VALIDATE-ITEM.
    IF CTX-AMOUNT NOT > ZERO
        SET ITEM-REJECTED TO TRUE
        SET REJECT-EXCEPTION TO TRUE
        MOVE "01" TO WS-REJECT-REASON
    END-IF.

    IF ITEM-ACCEPTED
        IF (NOT CTX-ATM AND NOT CTX-POS)
                OR (NOT CTX-CASH AND NOT CTX-PURCHASE
                    AND NOT CTX-REFUND)
            SET ITEM-REJECTED TO TRUE
            SET REJECT-EXCEPTION TO TRUE
            MOVE "02" TO WS-REJECT-REASON
        END-IF
    END-IF.

    IF ITEM-ACCEPTED
        MOVE CTX-CARD-NUM TO CARD-NUM
        READ CARD-FILE
            INVALID KEY
                SET ITEM-REJECTED TO TRUE
                SET REJECT-DISPUTE TO TRUE
                MOVE "03" TO WS-REJECT-REASON
            NOT INVALID KEY
                MOVE "Y" TO WS-CARD-SWITCH
        END-READ
    END-IF.

2300-CHECK-CARD-STATUS.
    IF CARD-HOT-LISTED
        SET ITEM-REJECTED TO TRUE
        SET REJECT-DISPUTE TO TRUE
        MOVE "04" TO WS-REJECT-REASON
    END-IF.

    IF ITEM-ACCEPTED AND CARD-ACTIVE
            AND CARD-EXPIRY-DATE < WS-TODAY
        SET CARD-EXPIRED TO TRUE
        ADD 1 TO WS-CARDS-EXPIRED
    END-IF.

    IF ITEM-ACCEPTED
        IF CARD-EXPIRED OR CARD-EXPIRY-DATE < CTX-TXN-DATE
            SET ITEM-REJECTED TO TRUE
            SET REJECT-DISPUTE TO TRUE
            MOVE "05" TO WS-REJECT-REASON
        END-IF
    END-IF.

    IF ITEM-ACCEPTED AND CTX-PIN-FAILED
        SET ITEM-REJECTED TO TRUE
        SET REJECT-DISPUTE TO TRUE
        MOVE "06" TO WS-REJECT-REASON
        ADD 1 TO CARD-PIN-FAILS
        IF CARD-PIN-FAILS NOT < WS-PIN-FAIL-LIMIT
            SET CARD-HOT-LISTED TO TRUE
            SET CARD-PIN-TRIES TO TRUE
            MOVE WS-TODAY TO CARD-BLOCK-DATE
            MOVE "SYSTEM" TO CARD-OPERATOR
            ADD 1 TO WS-CARDS-HOT-LISTED
            DISPLAY "Card ", CARD-NUM, " hot-listed after ",
                CARD-PIN-FAILS, " PIN failures."
        END-IF
    END-IF.

    IF ITEM-ACCEPTED AND CTX-PIN-OK AND CARD-PIN-FAILS > 0
        MOVE 0 TO CARD-PIN-FAILS
    END-IF.

2400-VALIDATE-ACCOUNT.
    MOVE CARD-ACCT-NUM TO ACCT-NUM.
    READ ACCOUNT-MASTER
        INVALID KEY
            SET ITEM-REJECTED TO TRUE
            SET REJECT-EXCEPTION TO TRUE
            MOVE "07" TO WS-REJECT-REASON
    END-READ.

    IF ITEM-ACCEPTED AND NOT ACCT-ACTIVE
        SET ITEM-REJECTED TO TRUE
        SET REJECT-EXCEPTION TO TRUE
        MOVE "08" TO WS-REJECT-REASON
    END-IF.

    IF ITEM-ACCEPTED AND ACCT-KYC-BLOCKED AND NOT CTX-REFUND
        SET ITEM-REJECTED TO TRUE
        SET REJECT-EXCEPTION TO TRUE
        MOVE "13" TO WS-REJECT-REASON
    END-IF.

2500-CHECK-DAILY-LIMIT.
    IF CARD-USAGE-DATE NOT = CTX-TXN-DATE
        MOVE CTX-TXN-DATE TO CARD-USAGE-DATE
        MOVE 0 TO CARD-CASH-USED
        MOVE 0 TO CARD-PURCH-USED
    END-IF.

    IF CTX-CASH
        COMPUTE WS-USED-AFTER = CARD-CASH-USED + CTX-AMOUNT
        IF WS-USED-AFTER > CARD-CASH-LIMIT
            SET ITEM-REJECTED TO TRUE
            SET REJECT-DISPUTE TO TRUE
            MOVE "09" TO WS-REJECT-REASON
        END-IF
    ELSE
        COMPUTE WS-USED-AFTER = CARD-PURCH-USED + CTX-AMOUNT
        IF WS-USED-AFTER > CARD-PURCH-LIMIT
            SET ITEM-REJECTED TO TRUE
            SET REJECT-DISPUTE TO TRUE
            MOVE "10" TO WS-REJECT-REASON
        END-IF
    END-IF.

3000-APPLY-ITEM.
    IF CTX-REFUND
        ADD CTX-AMOUNT TO ACCT-BALANCE
    ELSE
        SUBTRACT CTX-AMOUNT FROM ACCT-BALANCE
    END-IF.
    MOVE WS-TODAY TO ACCT-LAST-TRAN-DATE.
    REWRITE ACCOUNT-RECORD
        INVALID KEY
            DISPLAY "Error posting card item for Account Number ",
                ACCT-NUM
            SET ITEM-REJECTED TO TRUE
            SET REJECT-EXCEPTION TO TRUE
            MOVE "12" TO WS-REJECT-REASON
    END-REWRITE.

3500-POST-TRANLOG.
    ACCEPT WS-TIME FROM TIME.
    MOVE ACCT-NUM        TO TRAN-ACCT-NUM.
    EVALUATE TRUE
        WHEN CTX-CASH
            MOVE "WITHDRAWAL" TO TRAN-TYPE
            ADD CTX-AMOUNT TO WS-ATM-CASH-AMOUNT
        WHEN CTX-PURCHASE
            MOVE "POS-PURCH"  TO TRAN-TYPE
            ADD CTX-AMOUNT TO WS-POS-PURCH-AMOUNT
        WHEN OTHER
            MOVE "POS-REFUND" TO TRAN-TYPE
            ADD CTX-AMOUNT TO WS-POS-REFUND-AMOUNT
    END-EVALUATE.
    MOVE CTX-AMOUNT      TO TRAN-AMOUNT.
    MOVE WS-TODAY        TO TRAN-DATE.
    MOVE WS-TIME         TO TRAN-TIME.
    PERFORM 7000-ASSIGN-TRAN-REF.
    MOVE WS-TRAN-REF     TO TRAN-REF.
    MOVE CTX-NETWORK-REF TO TRAN-RELATED-REF.
    MOVE CTX-CHANNEL     TO TRAN-CHANNEL.
    MOVE "SYSTEM"        TO TRAN-OPERATOR.
    MOVE SPACES TO TRAN-CHECKER.
    MOVE 0 TO TRAN-BRANCH.
    WRITE TRAN-RECORD
        INVALID KEY
            DISPLAY "Error writing journal record ", TRAN-REF, "."
    END-WRITE.

3600-RECORD-USAGE.
    IF CTX-CASH
        ADD CTX-AMOUNT TO CARD-CASH-USED
    END-IF.
    IF CTX-PURCHASE
        ADD CTX-AMOUNT TO CARD-PURCH-USED
    END-IF.

3800-SET-REASON-TEXT.
    EVALUATE WS-REJECT-REASON
        WHEN "01"
            MOVE "INVALID AMOUNT" TO WS-REASON-TEXT
        WHEN "02"
            MOVE "INVALID CHANNEL OR TYPE" TO WS-REASON-TEXT
        WHEN "03"
            MOVE "CARD NOT FOUND" TO WS-REASON-TEXT
        WHEN "04"
            MOVE "CARD HOT-LISTED" TO WS-REASON-TEXT
        WHEN "05"
            MOVE "CARD EXPIRED" TO WS-REASON-TEXT
        WHEN "06"
            MOVE "PIN VERIFICATION FAILED" TO WS-REASON-TEXT
        WHEN "07"
            MOVE "ACCOUNT NOT FOUND" TO WS-REASON-TEXT
        WHEN "08"
            MOVE "ACCOUNT NOT ACTIVE" TO WS-REASON-TEXT
        WHEN "09"
            MOVE "DAILY CASH LIMIT" TO WS-REASON-TEXT
        WHEN "10"
            MOVE "DAILY PURCHASE LIMIT" TO WS-REASON-TEXT
        WHEN "11"
            MOVE "INSUFFICIENT FUNDS" TO WS-REASON-TEXT
        WHEN "12"
            MOVE "POSTING ERROR" TO WS-REASON-TEXT
        WHEN "13"
            MOVE "DEBIT BLOCKED - KYC" TO WS-REASON-TEXT
        WHEN OTHER
            MOVE "REJECTED" TO WS-REASON-TEXT
    END-EVALUATE.

4000-WRITE-REPORT-LINE.
    MOVE CTX-CARD-NUM    TO RPT-CARD-NUM.
    MOVE CTX-CHANNEL     TO RPT-CHANNEL.
    MOVE CTX-TXN-TYPE    TO RPT-TXN-TYPE.
    MOVE CTX-AMOUNT      TO RPT-AMOUNT.
    MOVE CTX-TXN-DATE    TO RPT-TXN-DATE.
    MOVE CTX-TERMINAL-ID TO RPT-TERMINAL.
    MOVE CTX-NETWORK-REF TO RPT-NETWORK-REF.
    IF CARD-ON-FILE
        MOVE CARD-ACCT-NUM TO RPT-ACCT-NUM
    ELSE
        MOVE 0 TO RPT-ACCT-NUM
    END-IF.
    IF REJECT-DISPUTE
        MOVE "DISPUTE"   TO RPT-DISPOSITION
    ELSE
        MOVE "EXCEPTION" TO RPT-DISPOSITION
    END-IF.
    MOVE WS-REJECT-REASON TO RPT-REASON.
    MOVE WS-REASON-TEXT   TO RPT-REASON-TEXT.

    MOVE WS-REPORT-DETAIL TO CARD-REPORT-LINE.
    WRITE CARD-REPORT-LINE.

6000-SUM-ACTIVE-HOLDS.
    MOVE 0 TO WS-HOLD-TOTAL.
    IF HOLDS-ON-FILE
        MOVE "N" TO WS-HOLD-EOF-SWITCH
        MOVE CARD-ACCT-NUM TO HOLD-ACCT-NUM
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
            IF HOLD-ACCT-NUM = CARD-ACCT-NUM
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

8000-WRITE-TOTALS.
    MOVE SPACES TO CARD-REPORT-LINE.
    WRITE CARD-REPORT-LINE.
    MOVE "ITEMS READ"       TO RPT-TOTAL-LABEL.
    MOVE WS-ITEMS-READ      TO RPT-TOTAL-COUNT.
    MOVE 0                  TO RPT-TOTAL-AMT.
    MOVE WS-REPORT-TOTAL    TO CARD-REPORT-LINE.
    WRITE CARD-REPORT-LINE.
    MOVE "ITEMS POSTED"     TO RPT-TOTAL-LABEL.
    MOVE WS-ITEMS-POSTED    TO RPT-TOTAL-COUNT.
    COMPUTE RPT-TOTAL-AMT = WS-ATM-CASH-AMOUNT
        + WS-POS-PURCH-AMOUNT + WS-POS-REFUND-AMOUNT.
    MOVE WS-REPORT-TOTAL    TO CARD-REPORT-LINE.
    WRITE CARD-REPORT-LINE.
    MOVE "DISPUTES"         TO RPT-TOTAL-LABEL.
    MOVE WS-ITEMS-DISPUTED  TO RPT-TOTAL-COUNT.
    MOVE WS-DISPUTED-AMOUNT TO RPT-TOTAL-AMT.
    MOVE WS-REPORT-TOTAL    TO CARD-REPORT-LINE.
    WRITE CARD-REPORT-LINE.
    MOVE "EXCEPTIONS"       TO RPT-TOTAL-LABEL.
    MOVE WS-ITEMS-EXCEPTION TO RPT-TOTAL-COUNT.
    MOVE WS-EXCEPTION-AMOUNT TO RPT-TOTAL-AMT.
    MOVE WS-REPORT-TOTAL    TO CARD-REPORT-LINE.
    WRITE CARD-REPORT-LINE.
