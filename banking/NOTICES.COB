IDENTIFICATION DIVISION.
PROGRAM-ID. NOTICES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-NUM
        ALTERNATE RECORD KEY IS ACCT-NAME WITH DUPLICATES
        FILE STATUS IS WS-ACCT-FILE-STATUS.
    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-NUM
        ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
        FILE STATUS IS WS-CUST-FILE-STATUS.
    SELECT HOLDER-XREF-FILE ASSIGN TO "ACCTXREF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XREF-KEY
        ALTERNATE RECORD KEY IS XREF-CUST-NUM WITH DUPLICATES
        FILE STATUS IS WS-XREF-FILE-STATUS.
    SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TD-ACCT-NUM
        FILE STATUS IS WS-TD-FILE-STATUS.
    SELECT LOAN-FILE ASSIGN TO "LOANFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LOAN-NUM
        FILE STATUS IS WS-LOAN-FILE-STATUS.
    SELECT NOTICE-HISTORY ASSIGN TO "NOTCHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NOTC-KEY
        FILE STATUS IS WS-NOTC-FILE-STATUS.
    SELECT LETTER-FILE ASSIGN TO "LETTERS"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-LTR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD ACCOUNT-MASTER.
COPY "ACCTREC.CPY".

FD CUSTOMER-MASTER.
COPY "CUSTREC.CPY".

FD HOLDER-XREF-FILE.
COPY "XREFREC.CPY".

FD TERM-DEPOSIT-FILE.
COPY "TDREC.CPY".

FD LOAN-FILE.
COPY "LOANREC.CPY".

FD NOTICE-HISTORY.
COPY "NOTCHIST.CPY".

FD LETTER-FILE.
01 LETTER-LINE PIC X(80).

WORKING-STORAGE SECTION.
01 WS-ACCT-FILE-STATUS  PIC X(2).
01 WS-CUST-FILE-STATUS  PIC X(2).
01 WS-XREF-FILE-STATUS  PIC X(2).
01 WS-TD-FILE-STATUS    PIC X(2).
01 WS-LOAN-FILE-STATUS  PIC X(2).
01 WS-NOTC-FILE-STATUS  PIC X(2).
01 WS-LTR-FILE-STATUS   PIC X(2).
01 WS-CUST-PRESENT-SW   PIC X(1).
    88 CUSTOMERS-ON-FILE VALUE "Y".
01 WS-XREF-PRESENT-SW   PIC X(1).
    88 XREF-ON-FILE     VALUE "Y".
01 WS-TD-PRESENT-SW     PIC X(1).
    88 DEPOSITS-ON-FILE VALUE "Y".
01 WS-LOAN-PRESENT-SW   PIC X(1).
    88 LOANS-ON-FILE    VALUE "Y".
01 WS-ACCT-EOF-SWITCH   PIC X(1).
    88 END-OF-ACCOUNTS  VALUE "Y".
01 WS-TD-EOF-SWITCH     PIC X(1).
    88 END-OF-DEPOSITS  VALUE "Y".
01 WS-LOAN-EOF-SWITCH   PIC X(1).
    88 END-OF-LOANS     VALUE "Y".
01 WS-XREF-EOF-SWITCH   PIC X(1).
    88 END-OF-XREF      VALUE "Y".
01 WS-NOTC-EOF-SWITCH   PIC X(1).
    88 END-OF-HISTORY   VALUE "Y".
01 WS-SENT-SWITCH       PIC X(1).
    88 ALREADY-SENT     VALUE "Y".
01 WS-EPISODE-SWITCH    PIC X(1).
    88 EPISODE-OPEN     VALUE "Y".
01 WS-COPY-SWITCH       PIC X(1).
    88 JOINT-COPY       VALUE "Y".
01 WS-TODAY             PIC 9(8).
01 WS-TD-NOTICE-DAYS    PIC 9(3) VALUE 14.
01 WS-DORMANT-DAYS      PIC 9(3) VALUE 90.
01 WS-DORMANCY-NOTICE-DAYS PIC 9(3) VALUE 30.
01 WS-TODAY-DAYS        PIC 9(7).
01 WS-DAYS-AHEAD        PIC S9(7).
01 WS-DAYS-IDLE         PIC S9(7).
01 WS-DAYS-PAST-DUE     PIC S9(7).
01 WS-DAYS-REMAINING    PIC S9(7).
01 WS-NOTICE-TYPE       PIC X(3).
01 WS-NOTICE-REF        PIC 9(5).
01 WS-NOTICE-EVENT-DATE PIC 9(8).
01 WS-NOTICE-ACCT       PIC 9(5).
01 WS-NOTICE-CUST       PIC 9(5).
01 WS-NOTICE-AMOUNT     PIC S9(9)V99.
01 WS-NOTICE-STATUS     PIC X(1).
01 WS-NOTICE-TITLE      PIC X(40).
01 WS-DEFAULT-NAME      PIC X(30).
01 WS-LETTER-CUST-NUM   PIC 9(5).
01 WS-LETTER-COUNT      PIC 9(2).
01 WS-LETTER-BODY-TABLE.
    05 WS-LETTER-BODY   PIC X(80) OCCURS 4 TIMES.
01 WS-BODY-COUNT        PIC 9(1).
01 WS-BODY-IDX          PIC 9(1).
01 WS-LETTER-TEXT       PIC X(80).
01 WS-EDIT-AMOUNT       PIC Z(8)9.99.
01 WS-EDIT-BALANCE      PIC -(9)9.99.
01 WS-EDIT-DAYS         PIC ZZZ9.
01 WS-NOTICES-ISSUED    PIC 9(5) VALUE 0.
01 WS-NOTICES-SUPPRESSED PIC 9(5) VALUE 0.
01 WS-LETTERS-WRITTEN   PIC 9(5) VALUE 0.
01 WS-TD-NOTICES        PIC 9(5) VALUE 0.
01 WS-ARREARS-NOTICES   PIC 9(5) VALUE 0.
01 WS-DORMANCY-NOTICES  PIC 9(5) VALUE 0.
01 WS-OVER-LIMIT-NOTICES PIC 9(5) VALUE 0.
01 WS-EPISODES-CLOSED   PIC 9(5) VALUE 0.
01 WS-DTD-DATE          PIC 9(8).
01 WS-DTD-DATE-PARTS REDEFINES WS-DTD-DATE.
    05 WS-DTD-YEAR      PIC 9(4).
    05 WS-DTD-MONTH     PIC 9(2).
    05 WS-DTD-DAY       PIC 9(2).
01 WS-DTD-DAYS          PIC 9(7).
01 WS-MONTH-DAYS-TABLE.
    05 FILLER PIC X(36) VALUE "000031059090120151181212243273304334".
01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
    05 WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES PIC 9(3).

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Customer Notice Generation for ", WS-TODAY,
        " =====".
    DISPLAY "Term deposit notice days: ", WS-TD-NOTICE-DAYS,
        "  Dormancy notice days: ", WS-DORMANCY-NOTICE-DAYS.

    MOVE WS-TODAY TO WS-DTD-DATE.
    PERFORM 8000-DATE-TO-DAYS.
    MOVE WS-DTD-DAYS TO WS-TODAY-DAYS.

    OPEN INPUT ACCOUNT-MASTER.
    IF WS-ACCT-FILE-STATUS = "35"
        DISPLAY "No accounts are on file."
        GOBACK
    END-IF.

    PERFORM 0100-OPEN-FILES.

    MOVE "N" TO WS-ACCT-EOF-SWITCH.
    MOVE 0 TO ACCT-NUM.
    START ACCOUNT-MASTER KEY IS GREATER THAN ACCT-NUM
        INVALID KEY
            SET END-OF-ACCOUNTS TO TRUE
    END-START.
    PERFORM 1000-READ-ACCOUNT UNTIL END-OF-ACCOUNTS.

    IF DEPOSITS-ON-FILE
        MOVE "N" TO WS-TD-EOF-SWITCH
        MOVE 0 TO TD-ACCT-NUM
        START TERM-DEPOSIT-FILE KEY IS GREATER THAN TD-ACCT-NUM
            INVALID KEY
                SET END-OF-DEPOSITS TO TRUE
        END-START
        PERFORM 2000-READ-DEPOSIT UNTIL END-OF-DEPOSITS
    END-IF.

    IF LOANS-ON-FILE
        MOVE "N" TO WS-LOAN-EOF-SWITCH
        MOVE 0 TO LOAN-NUM
        START LOAN-FILE KEY IS GREATER THAN LOAN-NUM
            INVALID KEY
                SET END-OF-LOANS TO TRUE
        END-START
        PERFORM 3000-READ-LOAN UNTIL END-OF-LOANS
    END-IF.

    PERFORM 0900-CLOSE-FILES.

    DISPLAY "Term deposit maturity notices: ", WS-TD-NOTICES.
    DISPLAY "Loan arrears notices:          ", WS-ARREARS-NOTICES.
    DISPLAY "Dormancy warnings:             ", WS-DORMANCY-NOTICES.
    DISPLAY "Overdraft limit notices:       ", WS-OVER-LIMIT-NOTICES.
    DISPLAY "Notices issued:     ", WS-NOTICES-ISSUED.
    DISPLAY "Letters written:    ", WS-LETTERS-WRITTEN.
    DISPLAY "Already sent:       ", WS-NOTICES-SUPPRESSED.
    DISPLAY "Overdraft excesses cleared: ", WS-EPISODES-CLOSED.
    GOBACK.

0100-OPEN-FILES.
    MOVE "N" TO WS-CUST-PRESENT-SW.
    OPEN INPUT CUSTOMER-MASTER.
    IF WS-CUST-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-CUST-PRESENT-SW
    END-IF.

    MOVE "N" TO WS-XREF-PRESENT-SW.
    OPEN INPUT HOLDER-XREF-FILE.
    IF WS-XREF-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-XREF-PRESENT-SW
    END-IF.

    MOVE "N" TO WS-TD-PRESENT-SW.
    OPEN INPUT TERM-DEPOSIT-FILE.
    IF WS-TD-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-TD-PRESENT-SW
    END-IF.

    MOVE "N" TO WS-LOAN-PRESENT-SW.
    OPEN INPUT LOAN-FILE.
    IF WS-LOAN-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-LOAN-PRESENT-SW
    END-IF.

    OPEN I-O NOTICE-HISTORY.
    IF WS-NOTC-FILE-STATUS = "35"
        OPEN OUTPUT NOTICE-HISTORY
        CLOSE NOTICE-HISTORY
        OPEN I-O NOTICE-HISTORY
    END-IF.

    OPEN OUTPUT LETTER-FILE.

0900-CLOSE-FILES.
    CLOSE ACCOUNT-MASTER NOTICE-HISTORY LETTER-FILE.
    IF CUSTOMERS-ON-FILE
        CLOSE CUSTOMER-MASTER
    END-IF.
    IF XREF-ON-FILE
        CLOSE HOLDER-XREF-FILE
    END-IF.
    IF DEPOSITS-ON-FILE
        CLOSE TERM-DEPOSIT-FILE
    END-IF.
    IF LOANS-ON-FILE
        CLOSE LOAN-FILE
    END-IF.

1000-READ-ACCOUNT.
    READ ACCOUNT-MASTER NEXT RECORD
        AT END
            SET END-OF-ACCOUNTS TO TRUE
        NOT AT END
            PERFORM 1100-REVIEW-ACCOUNT
    END-READ.

1100-REVIEW-ACCOUNT.
    IF ACCT-ACTIVE AND ACCT-LAST-TRAN-DATE > 0
            AND NOT ACCT-TERM-DEP
        PERFORM 1200-CHECK-DORMANCY
    END-IF.
    IF NOT ACCT-CLOSED
        PERFORM 1300-CHECK-OVER-LIMIT
    END-IF.

1200-CHECK-DORMANCY.
    MOVE ACCT-LAST-TRAN-DATE TO WS-DTD-DATE.
    PERFORM 8000-DATE-TO-DAYS.
    COMPUTE WS-DAYS-IDLE = WS-TODAY-DAYS - WS-DTD-DAYS.
    IF WS-DAYS-IDLE + WS-DORMANCY-NOTICE-DAYS > WS-DORMANT-DAYS
        COMPUTE WS-DAYS-REMAINING = WS-DORMANT-DAYS - WS-DAYS-IDLE
        IF WS-DAYS-REMAINING < 0
            MOVE 0 TO WS-DAYS-REMAINING
        END-IF
        MOVE "DRM"               TO WS-NOTICE-TYPE
        MOVE ACCT-NUM            TO WS-NOTICE-REF
        MOVE ACCT-LAST-TRAN-DATE TO WS-NOTICE-EVENT-DATE
        MOVE ACCT-NUM            TO WS-NOTICE-ACCT
        MOVE ACCT-CUST-NUM       TO WS-NOTICE-CUST
        MOVE ACCT-BALANCE        TO WS-NOTICE-AMOUNT
        MOVE ACCT-NAME           TO WS-DEFAULT-NAME
        MOVE "DORMANCY WARNING"  TO WS-NOTICE-TITLE
        MOVE SPACES TO WS-LETTER-BODY-TABLE
        STRING "Account Number " DELIMITED BY SIZE
            ACCT-NUM DELIMITED BY SIZE
            " has had no customer activity since " DELIMITED BY SIZE
            ACCT-LAST-TRAN-DATE DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            INTO WS-LETTER-BODY (1)
        MOVE WS-DAYS-REMAINING TO WS-EDIT-DAYS
        STRING "Unless a transaction is made within " DELIMITED BY SIZE
            WS-EDIT-DAYS DELIMITED BY SIZE
            " days the account" DELIMITED BY SIZE
            INTO WS-LETTER-BODY (2)
        MOVE "will be classified as dormant and restricted."
            TO WS-LETTER-BODY (3)
        MOVE 3 TO WS-BODY-COUNT
        MOVE "C" TO WS-NOTICE-STATUS
        PERFORM 6000-ISSUE-NOTICE
        IF NOT ALREADY-SENT
            ADD 1 TO WS-DORMANCY-NOTICES
        END-IF
    END-IF.

1300-CHECK-OVER-LIMIT.
    PERFORM 6500-FIND-OPEN-EPISODE.
    IF ACCT-BALANCE + ACCT-OD-LIMIT < 0
        IF NOT EPISODE-OPEN
            PERFORM 1400-NOTIFY-OVER-LIMIT
        END-IF
    ELSE
        IF EPISODE-OPEN
            SET NOTC-CLOSED TO TRUE
            MOVE WS-TODAY TO NOTC-CLOSED-DATE
            REWRITE NOTICE-HISTORY-RECORD
                INVALID KEY
                    DISPLAY "Error updating notice history for ",
                        "Account Number ", ACCT-NUM
            END-REWRITE
            ADD 1 TO WS-EPISODES-CLOSED
        END-IF
    END-IF.

1400-NOTIFY-OVER-LIMIT.
    MOVE "ODL"          TO WS-NOTICE-TYPE.
    MOVE ACCT-NUM       TO WS-NOTICE-REF.
    MOVE WS-TODAY       TO WS-NOTICE-EVENT-DATE.
    MOVE ACCT-NUM       TO WS-NOTICE-ACCT.
    MOVE ACCT-CUST-NUM  TO WS-NOTICE-CUST.
    MOVE ACCT-BALANCE   TO WS-NOTICE-AMOUNT.
    MOVE ACCT-NAME      TO WS-DEFAULT-NAME.
    MOVE "OVERDRAFT LIMIT EXCEEDED" TO WS-NOTICE-TITLE.
    MOVE SPACES TO WS-LETTER-BODY-TABLE.
    MOVE ACCT-BALANCE TO WS-EDIT-BALANCE.
    STRING "Account Number " DELIMITED BY SIZE
        ACCT-NUM DELIMITED BY SIZE
        " has a balance of " DELIMITED BY SIZE
        WS-EDIT-BALANCE DELIMITED BY SIZE
        INTO WS-LETTER-BODY (1).
    MOVE ACCT-OD-LIMIT TO WS-EDIT-AMOUNT.
    STRING "against an agreed overdraft limit of " DELIMITED BY SIZE
        WS-EDIT-AMOUNT DELIMITED BY SIZE
        "." DELIMITED BY SIZE
        INTO WS-LETTER-BODY (2).
    MOVE "Please pay in funds to bring the account back within its"
        TO WS-LETTER-BODY (3).
    MOVE "limit. Further withdrawals may be refused until you do."
        TO WS-LETTER-BODY (4).
    MOVE 4 TO WS-BODY-COUNT.
    MOVE "O" TO WS-NOTICE-STATUS.
    PERFORM 6000-ISSUE-NOTICE.
    IF NOT ALREADY-SENT
        ADD 1 TO WS-OVER-LIMIT-NOTICES
    END-IF.

2000-READ-DEPOSIT.
    READ TERM-DEPOSIT-FILE NEXT RECORD
        AT END
            SET END-OF-DEPOSITS TO TRUE
        NOT AT END
            IF TD-OPEN
                PERFORM 2100-CHECK-MATURITY
            END-IF
    END-READ.

2100-CHECK-MATURITY.
    MOVE TD-MATURITY-DATE TO WS-DTD-DATE.
    PERFORM 8000-DATE-TO-DAYS.
    COMPUTE WS-DAYS-AHEAD = WS-DTD-DAYS - WS-TODAY-DAYS.
    IF WS-DAYS-AHEAD NOT < 0
            AND WS-DAYS-AHEAD NOT > WS-TD-NOTICE-DAYS
        MOVE "TDM"            TO WS-NOTICE-TYPE
        MOVE TD-ACCT-NUM      TO WS-NOTICE-REF
        MOVE TD-MATURITY-DATE TO WS-NOTICE-EVENT-DATE
        MOVE TD-ACCT-NUM      TO WS-NOTICE-ACCT
        MOVE TD-CUST-NUM      TO WS-NOTICE-CUST
        MOVE TD-PRINCIPAL     TO WS-NOTICE-AMOUNT
        PERFORM 6600-DEFAULT-NAME-FROM-ACCOUNT
        MOVE "TERM DEPOSIT MATURITY NOTICE" TO WS-NOTICE-TITLE
        MOVE SPACES TO WS-LETTER-BODY-TABLE
        STRING "Your term deposit on Account Number " DELIMITED BY SIZE
            TD-ACCT-NUM DELIMITED BY SIZE
            " matures on " DELIMITED BY SIZE
            TD-MATURITY-DATE DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            INTO WS-LETTER-BODY (1)
        MOVE TD-PRINCIPAL TO WS-EDIT-AMOUNT
        STRING "Principal: " DELIMITED BY SIZE
            WS-EDIT-AMOUNT DELIMITED BY SIZE
            INTO WS-LETTER-BODY (2)
        IF TD-ROLLS-OVER
            STRING "The deposit will be renewed automatically for "
                DELIMITED BY SIZE
                "a further " DELIMITED BY SIZE
                TD-TERM-MONTHS DELIMITED BY SIZE
                " months." DELIMITED BY SIZE
                INTO WS-LETTER-BODY (3)
        ELSE
            STRING "Principal and interest will be paid to "
                DELIMITED BY SIZE
                "Account Number " DELIMITED BY SIZE
                TD-PAYOUT-ACCT-NUM DELIMITED BY SIZE
                "." DELIMITED BY SIZE
                INTO WS-LETTER-BODY (3)
        END-IF
        STRING "Contact your branch before maturity to change these "
            DELIMITED BY SIZE
            "instructions." DELIMITED BY SIZE
            INTO WS-LETTER-BODY (4)
        MOVE 4 TO WS-BODY-COUNT
        MOVE "C" TO WS-NOTICE-STATUS
        PERFORM 6000-ISSUE-NOTICE
        IF NOT ALREADY-SENT
            ADD 1 TO WS-TD-NOTICES
        END-IF
    END-IF.

3000-READ-LOAN.
    READ LOAN-FILE NEXT RECORD
        AT END
            SET END-OF-LOANS TO TRUE
        NOT AT END
            IF LOAN-ACTIVE AND LOAN-ARREARS-AMOUNT > 0
                    AND LOAN-OLDEST-DUE-DATE > 0
                PERFORM 3100-CHECK-ARREARS
            END-IF
    END-READ.

3100-CHECK-ARREARS.
    MOVE LOAN-OLDEST-DUE-DATE TO WS-DTD-DATE.
    PERFORM 8000-DATE-TO-DAYS.
    COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-DAYS - WS-DTD-DAYS.

    MOVE SPACES TO WS-NOTICE-TYPE.
    EVALUATE TRUE
        WHEN WS-DAYS-PAST-DUE NOT < 90
            MOVE "A90" TO WS-NOTICE-TYPE
            MOVE "LOAN ARREARS -- FINAL NOTICE (90 DAYS)"
                TO WS-NOTICE-TITLE
        WHEN WS-DAYS-PAST-DUE NOT < 60
            MOVE "A60" TO WS-NOTICE-TYPE
            MOVE "LOAN ARREARS -- SECOND NOTICE (60 DAYS)"
                TO WS-NOTICE-TITLE
        WHEN WS-DAYS-PAST-DUE NOT < 30
            MOVE "A30" TO WS-NOTICE-TYPE
            MOVE "LOAN ARREARS -- FIRST NOTICE (30 DAYS)"
                TO WS-NOTICE-TITLE
    END-EVALUATE.

    IF WS-NOTICE-TYPE NOT = SPACES
        MOVE LOAN-NUM             TO WS-NOTICE-REF
        MOVE LOAN-OLDEST-DUE-DATE TO WS-NOTICE-EVENT-DATE
        MOVE LOAN-ACCT-NUM        TO WS-NOTICE-ACCT
        MOVE LOAN-CUST-NUM        TO WS-NOTICE-CUST
        MOVE LOAN-ARREARS-AMOUNT  TO WS-NOTICE-AMOUNT
        PERFORM 6600-DEFAULT-NAME-FROM-ACCOUNT
        MOVE SPACES TO WS-LETTER-BODY-TABLE
        MOVE WS-DAYS-PAST-DUE TO WS-EDIT-DAYS
        STRING "Loan Number " DELIMITED BY SIZE
            LOAN-NUM DELIMITED BY SIZE
            " (Account Number " DELIMITED BY SIZE
            LOAN-ACCT-NUM DELIMITED BY SIZE
            ") is " DELIMITED BY SIZE
            WS-EDIT-DAYS DELIMITED BY SIZE
            " days past due." DELIMITED BY SIZE
            INTO WS-LETTER-BODY (1)
        MOVE LOAN-ARREARS-AMOUNT TO WS-EDIT-AMOUNT
        STRING "Arrears outstanding: " DELIMITED BY SIZE
            WS-EDIT-AMOUNT DELIMITED BY SIZE
            "   Installments missed: " DELIMITED BY SIZE
            LOAN-ARREARS-COUNT DELIMITED BY SIZE
            INTO WS-LETTER-BODY (2)
        MOVE "Please pay the arrears or contact your branch now."
            TO WS-LETTER-BODY (3)
        MOVE 3 TO WS-BODY-COUNT
        IF WS-NOTICE-TYPE = "A90"
            MOVE "Unless the arrears are cleared recovery action may follow."
                TO WS-LETTER-BODY (4)
            MOVE 4 TO WS-BODY-COUNT
        END-IF
        MOVE "C" TO WS-NOTICE-STATUS
        PERFORM 6000-ISSUE-NOTICE
        IF NOT ALREADY-SENT
            ADD 1 TO WS-ARREARS-NOTICES
        END-IF
    END-IF.

6000-ISSUE-NOTICE.
    MOVE "N" TO WS-SENT-SWITCH.
    MOVE WS-NOTICE-TYPE       TO NOTC-TYPE.
    MOVE WS-NOTICE-REF        TO NOTC-REF-NUM.
    MOVE WS-NOTICE-EVENT-DATE TO NOTC-EVENT-DATE.
    READ NOTICE-HISTORY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET ALREADY-SENT TO TRUE
    END-READ.

    IF ALREADY-SENT
        ADD 1 TO WS-NOTICES-SUPPRESSED
    ELSE
        PERFORM 6100-PRODUCE-LETTERS
        PERFORM 6200-RECORD-HISTORY
        ADD 1 TO WS-NOTICES-ISSUED
    END-IF.

6100-PRODUCE-LETTERS.
    MOVE 0 TO WS-LETTER-COUNT.
    MOVE "N" TO WS-COPY-SWITCH.
    MOVE WS-NOTICE-CUST TO WS-LETTER-CUST-NUM.
    PERFORM 6300-WRITE-LETTER.

    IF XREF-ON-FILE AND WS-NOTICE-ACCT > 0
        MOVE "N" TO WS-XREF-EOF-SWITCH
        MOVE WS-NOTICE-ACCT TO XREF-ACCT-NUM
        MOVE 0 TO XREF-CUST-NUM
        START HOLDER-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
            INVALID KEY
                SET END-OF-XREF TO TRUE
        END-START
        PERFORM 6110-READ-HOLDER UNTIL END-OF-XREF
    END-IF.

6110-READ-HOLDER.
    READ HOLDER-XREF-FILE NEXT RECORD
        AT END
            SET END-OF-XREF TO TRUE
        NOT AT END
            IF XREF-ACCT-NUM = WS-NOTICE-ACCT
                IF XREF-CUST-NUM NOT = WS-NOTICE-CUST
                    SET JOINT-COPY TO TRUE
                    MOVE XREF-CUST-NUM TO WS-LETTER-CUST-NUM
                    PERFORM 6300-WRITE-LETTER
                END-IF
            ELSE
                SET END-OF-XREF TO TRUE
            END-IF
    END-READ.

6200-RECORD-HISTORY.
    MOVE WS-NOTICE-TYPE       TO NOTC-TYPE.
    MOVE WS-NOTICE-REF        TO NOTC-REF-NUM.
    MOVE WS-NOTICE-EVENT-DATE TO NOTC-EVENT-DATE.
    MOVE WS-NOTICE-ACCT       TO NOTC-ACCT-NUM.
    MOVE WS-NOTICE-CUST       TO NOTC-CUST-NUM.
    MOVE WS-NOTICE-AMOUNT     TO NOTC-AMOUNT.
    MOVE WS-LETTER-COUNT      TO NOTC-LETTERS.
    MOVE WS-TODAY             TO NOTC-SENT-DATE.
    MOVE WS-NOTICE-STATUS     TO NOTC-STATUS.
    IF NOTC-CLOSED
        MOVE WS-TODAY TO NOTC-CLOSED-DATE
    ELSE
        MOVE 0 TO NOTC-CLOSED-DATE
    END-IF.
    WRITE NOTICE-HISTORY-RECORD
        INVALID KEY
            DISPLAY "Error writing notice history for ",
                WS-NOTICE-TYPE, " ", WS-NOTICE-REF
    END-WRITE.
    DISPLAY "NOTICE -- ", WS-NOTICE-TYPE, "  ref ", WS-NOTICE-REF,
        "  account ", WS-NOTICE-ACCT, "  letters ", WS-LETTER-COUNT.

6300-WRITE-LETTER.
    MOVE WS-DEFAULT-NAME TO CUST-NAME.
    MOVE SPACES TO CUST-ADDRESS.
    IF CUSTOMERS-ON-FILE AND WS-LETTER-CUST-NUM > 0
        MOVE WS-LETTER-CUST-NUM TO CUST-NUM
        READ CUSTOMER-MASTER
            INVALID KEY
                MOVE WS-DEFAULT-NAME TO CUST-NAME
                MOVE SPACES TO CUST-ADDRESS
        END-READ
    END-IF.

    MOVE WS-NOTICE-TITLE TO LETTER-LINE.
    WRITE LETTER-LINE.
    MOVE SPACES TO WS-LETTER-TEXT.
    STRING "Date: " DELIMITED BY SIZE
        WS-TODAY DELIMITED BY SIZE
        INTO WS-LETTER-TEXT.
    MOVE WS-LETTER-TEXT TO LETTER-LINE.
    WRITE LETTER-LINE.
    MOVE SPACES TO LETTER-LINE.
    WRITE LETTER-LINE.
    MOVE CUST-NAME TO LETTER-LINE.
    WRITE LETTER-LINE.
    MOVE CUST-ADDRESS TO LETTER-LINE.
    WRITE LETTER-LINE.
    MOVE SPACES TO LETTER-LINE.
    WRITE LETTER-LINE.

    PERFORM 6310-WRITE-BODY-LINE
        VARYING WS-BODY-IDX FROM 1 BY 1
        UNTIL WS-BODY-IDX > WS-BODY-COUNT.

    IF JOINT-COPY
        MOVE SPACES TO LETTER-LINE
        WRITE LETTER-LINE
        MOVE SPACES TO WS-LETTER-TEXT
        STRING "This copy is sent to you as a joint holder of "
            DELIMITED BY SIZE
            "Account Number " DELIMITED BY SIZE
            WS-NOTICE-ACCT DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            INTO WS-LETTER-TEXT
        MOVE WS-LETTER-TEXT TO LETTER-LINE
        WRITE LETTER-LINE
    END-IF.

    MOVE ALL "-" TO LETTER-LINE.
    WRITE LETTER-LINE.
    ADD 1 TO WS-LETTER-COUNT.
    ADD 1 TO WS-LETTERS-WRITTEN.

6310-WRITE-BODY-LINE.
    MOVE WS-LETTER-BODY (WS-BODY-IDX) TO LETTER-LINE.
    WRITE LETTER-LINE.

6500-FIND-OPEN-EPISODE.
    MOVE "N" TO WS-EPISODE-SWITCH.
    MOVE "N" TO WS-NOTC-EOF-SWITCH.
    MOVE "ODL"    TO NOTC-TYPE.
    MOVE ACCT-NUM TO NOTC-REF-NUM.
    MOVE 0        TO NOTC-EVENT-DATE.
    START NOTICE-HISTORY KEY IS NOT LESS THAN NOTC-KEY
        INVALID KEY
            SET END-OF-HISTORY TO TRUE
    END-START.
    PERFORM 6510-READ-EPISODE UNTIL END-OF-HISTORY OR EPISODE-OPEN.

6510-READ-EPISODE.
    READ NOTICE-HISTORY NEXT RECORD
        AT END
            SET END-OF-HISTORY TO TRUE
        NOT AT END
            IF NOTC-OVER-LIMIT AND NOTC-REF-NUM = ACCT-NUM
                IF NOTC-OPEN
                    SET EPISODE-OPEN TO TRUE
                END-IF
            ELSE
                SET END-OF-HISTORY TO TRUE
            END-IF
    END-READ.

6600-DEFAULT-NAME-FROM-ACCOUNT.
    MOVE "ACCOUNT HOLDER" TO WS-DEFAULT-NAME.
    MOVE WS-NOTICE-ACCT TO ACCT-NUM.
    READ ACCOUNT-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE ACCT-NAME TO WS-DEFAULT-NAME
    END-READ.

8000-DATE-TO-DAYS.
    COMPUTE WS-DTD-DAYS =
        (WS-DTD-YEAR * 365) + (WS-DTD-YEAR / 4)
        + WS-DAYS-BEFORE-MONTH (WS-DTD-MONTH) + WS-DTD-DAY.
