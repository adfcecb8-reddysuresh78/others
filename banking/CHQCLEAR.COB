        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.
    SELECT CLEARING-RETURN-FILE ASSIGN TO "CLRRTN"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RTN-FILE-STATUS.
    SELECT RETURN-ADVICE-FILE ASSIGN TO "CHQADV"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ADV-FILE-STATUS.
    SELECT FEE-FILE ASSIGN TO "FEEFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FEE-KEY
        FILE STATUS IS WS-FEE-FILE-STATUS.
    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-NUM
        ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
        FILE STATUS IS WS-CUST-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CLEARING-REPORT.
01 CLEARING-REPORT-LINE PIC X(80).

FD CLEARING-RETURN-FILE.
COPY "CLRRTN.CPY".

FD RETURN-ADVICE-FILE.
01 RETURN-ADVICE-LINE PIC X(80).

FD FEE-FILE.
COPY "FEEREC.CPY".

FD CUSTOMER-MASTER.
COPY "CUSTREC.CPY".

WORKING-STORAGE SECTION.
01 WS-CLR-FILE-STATUS   PIC X(2).
01 WS-CHQR-FILE-STATUS  PIC X(2).
01 WS-TCTL-FILE-STATUS  PIC X(2).
01 WS-HOLD-FILE-STATUS  PIC X(2).
01 WS-RPT-FILE-STATUS   PIC X(2).
01 WS-RTN-FILE-STATUS   PIC X(2).
01 WS-ADV-FILE-STATUS   PIC X(2).
01 WS-FEE-FILE-STATUS   PIC X(2).
01 WS-CUST-FILE-STATUS  PIC X(2).
01 WS-FEE-PRESENT-SW    PIC X(1).
    88 FEES-ON-FILE     VALUE "Y".
01 WS-CUST-PRESENT-SW   PIC X(1).
    88 CUSTOMERS-ON-FILE VALUE "Y".
01 WS-RETURN-CODE       PIC X(2).
01 WS-REASON-TEXT       PIC X(24).
01 WS-NSF-FEE           PIC 9(7)V99.
01 WS-TRAN-REF          PIC 9(9).
01 WS-CLR-EOF-SWITCH    PIC X(1).
    88 END-OF-CLEARING  VALUE "Y".
01 WS-ITEMS-REJECTED    PIC 9(5) VALUE 0.
01 WS-AMOUNT-PAID       PIC 9(11)V99 VALUE 0.
01 WS-AMOUNT-REJECTED   PIC 9(11)V99 VALUE 0.
01 WS-NSF-FEES-CHARGED  PIC 9(5) VALUE 0.
01 WS-NSF-FEE-TOTAL     PIC 9(11)V99 VALUE 0.
01 WS-ADVICES-WRITTEN   PIC 9(5) VALUE 0.
01 WS-ADVICE-LINE       PIC X(80).
01 WS-ADVICE-AMOUNT     PIC Z(8)9.99.
01 WS-REPORT-HEADING.
    05 FILLER PIC X(80) VALUE
        "ACCOUNT CHEQUE AMOUNT       DISPOSITION".
    05 RPT-REASON-TEXT PIC X(24).

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Inward Cheque Clearing for ", WS-TODAY, " =====".

    OPEN INPUT CLEARING-INPUT.
        MOVE "Y" TO WS-HOLD-PRESENT-SW
    END-IF.

    MOVE "N" TO WS-FEE-PRESENT-SW.
    OPEN INPUT FEE-FILE.
    IF WS-FEE-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-FEE-PRESENT-SW
    END-IF.

    MOVE "N" TO WS-CUST-PRESENT-SW.
    OPEN INPUT CUSTOMER-MASTER.
    IF WS-CUST-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-CUST-PRESENT-SW
    END-IF.

    OPEN OUTPUT CLEARING-REPORT.
    MOVE WS-REPORT-HEADING TO CLEARING-REPORT-LINE.
    WRITE CLEARING-REPORT-LINE.
    OPEN OUTPUT CLEARING-RETURN-FILE.
    OPEN OUTPUT RETURN-ADVICE-FILE.

    MOVE "N" TO WS-CLR-EOF-SWITCH.
    PERFORM 1500-READ-CLEARING-INPUT UNTIL END-OF-CLEARING.

    CLOSE CLEARING-INPUT CHEQUE-REGISTER STOP-PAYMENT-FILE
        PAID-CHEQUE-FILE ACCOUNT-MASTER TRANLOG TRAN-CONTROL
        CLEARING-REPORT CLEARING-RETURN-FILE RETURN-ADVICE-FILE.
    IF HOLDS-ON-FILE
        CLOSE HOLD-FILE
    END-IF.
    IF FEES-ON-FILE
        CLOSE FEE-FILE
    END-IF.
    IF CUSTOMERS-ON-FILE
        CLOSE CUSTOMER-MASTER
    END-IF.

    DISPLAY "Cheques read:     ", WS-ITEMS-READ.
    DISPLAY "Cheques paid:     ", WS-ITEMS-PAID,
        "  amount ", WS-AMOUNT-PAID.
    DISPLAY "Cheques rejected: ", WS-ITEMS-REJECTED,
        "  amount ", WS-AMOUNT-REJECTED.
    DISPLAY "NSF fees charged: ", WS-NSF-FEES-CHARGED,
        "  amount ", WS-NSF-FEE-TOTAL.
    DISPLAY "Return advices:   ", WS-ADVICES-WRITTEN.
    GOBACK.

1500-READ-CLEARING-INPUT.
    ELSE
        ADD 1 TO WS-ITEMS-REJECTED
        ADD CLR-AMOUNT TO WS-AMOUNT-REJECTED
        PERFORM 3800-SET-RETURN-REASON
        PERFORM 4100-WRITE-RETURN-ITEM
        MOVE 0 TO WS-NSF-FEE
        IF WS-REJECT-REASON = "05"
            PERFORM 4200-CHARGE-NSF-FEE
        END-IF
        MOVE CLR-ACCT-NUM TO ACCT-NUM
        READ ACCOUNT-MASTER
            NOT INVALID KEY
                PERFORM 4300-WRITE-RETURN-ADVICE
        END-READ
    END-IF.

    PERFORM 4000-WRITE-REPORT-LINE.
        MOVE "02" TO WS-REJECT-REASON
    END-IF.

    IF ITEM-ACCEPTED AND ACCT-KYC-BLOCKED
        SET ITEM-REJECTED TO TRUE
        MOVE "10" TO WS-REJECT-REASON
    END-IF.

    IF ITEM-ACCEPTED AND NOT ACCT-CHECKING
        SET ITEM-REJECTED TO TRUE
        MOVE "03" TO WS-REJECT-REASON
    ELSE
        MOVE "REJECTED"       TO RPT-DISPOSITION
        MOVE WS-REJECT-REASON TO RPT-REASON
        MOVE WS-REASON-TEXT   TO RPT-REASON-TEXT
    END-IF.

    MOVE WS-REPORT-DETAIL TO CLEARING-REPORT-LINE.
    WRITE CLEARING-REPORT-LINE.

3800-SET-RETURN-REASON.
    EVALUATE WS-REJECT-REASON
        WHEN "01"
            MOVE "ACCOUNT NOT FOUND" TO WS-REASON-TEXT
            MOVE "NA" TO WS-RETURN-CODE
        WHEN "02"
            MOVE "ACCOUNT NOT ACTIVE" TO WS-REASON-TEXT
            MOVE "AC" TO WS-RETURN-CODE
        WHEN "03"
            MOVE "NOT A CHECKING ACCT" TO WS-REASON-TEXT
            MOVE "WA" TO WS-RETURN-CODE
        WHEN "04"
            MOVE "INVALID AMOUNT" TO WS-REASON-TEXT
            MOVE "IA" TO WS-RETURN-CODE
        WHEN "05"
            MOVE "INSUFFICIENT FUNDS" TO WS-REASON-TEXT
            MOVE "RD" TO WS-RETURN-CODE
        WHEN "06"
            MOVE "POSTING ERROR" TO WS-REASON-TEXT
            MOVE "RP" TO WS-RETURN-CODE
        WHEN "07"
            MOVE "CHEQUE OUT OF RANGE" TO WS-REASON-TEXT
            MOVE "IR" TO WS-RETURN-CODE
        WHEN "08"
            MOVE "CHEQUE ALREADY PAID" TO WS-REASON-TEXT
            MOVE "DP" TO WS-RETURN-CODE
        WHEN "09"
            MOVE "PAYMENT STOPPED" TO WS-REASON-TEXT
            MOVE "PS" TO WS-RETURN-CODE
        WHEN "10"
            MOVE "DEBIT BLOCKED - KYC" TO WS-REASON-TEXT
            MOVE "RD" TO WS-RETURN-CODE
        WHEN OTHER
            MOVE "REJECTED" TO WS-REASON-TEXT
            MOVE "RJ" TO WS-RETURN-CODE
    END-EVALUATE.

4100-WRITE-RETURN-ITEM.
    MOVE CLR-ACCT-NUM     TO RTN-ACCT-NUM.
    MOVE CLR-CHQ-NUM      TO RTN-CHQ-NUM.
    MOVE CLR-AMOUNT       TO RTN-AMOUNT.
    MOVE CLR-PRESENT-DATE TO RTN-PRESENT-DATE.
    MOVE WS-TODAY         TO RTN-RETURN-DATE.
    MOVE WS-RETURN-CODE   TO RTN-REASON-CODE.
    MOVE WS-REASON-TEXT   TO RTN-REASON-TEXT.
    WRITE CLEARING-RETURN-RECORD.

4200-CHARGE-NSF-FEE.
    IF FEES-ON-FILE
        MOVE ACCT-TYPE TO FEE-PROD-TYPE
        MOVE "NSF"     TO FEE-CODE
        READ FEE-FILE
            INVALID KEY
                MOVE 0 TO FEE-AMOUNT
        END-READ
        IF FEE-AMOUNT > 0
            IF FEE-WAIVER-BALANCE > 0
                    AND ACCT-BALANCE NOT < FEE-WAIVER-BALANCE
                CONTINUE
            ELSE
                MOVE FEE-AMOUNT TO WS-NSF-FEE
            END-IF
        END-IF
    END-IF.

    IF WS-NSF-FEE > 0
        SUBTRACT WS-NSF-FEE FROM ACCT-BALANCE
        REWRITE ACCOUNT-RECORD
            INVALID KEY
                DISPLAY "Error charging NSF fee for Account Number ",
                    CLR-ACCT-NUM
        END-REWRITE
        ACCEPT WS-TIME FROM TIME
        MOVE CLR-ACCT-NUM TO TRAN-ACCT-NUM
        MOVE "FEE"        TO TRAN-TYPE
        MOVE WS-NSF-FEE   TO TRAN-AMOUNT
        MOVE WS-TODAY     TO TRAN-DATE
        MOVE WS-TIME      TO TRAN-TIME
        PERFORM 7000-ASSIGN-TRAN-REF
        MOVE WS-TRAN-REF  TO TRAN-REF
        MOVE CLR-CHQ-NUM  TO TRAN-RELATED-REF
        MOVE "BAT"        TO TRAN-CHANNEL
        MOVE "SYSTEM"     TO TRAN-OPERATOR
        MOVE SPACES TO TRAN-CHECKER
        MOVE 0 TO TRAN-BRANCH
        WRITE TRAN-RECORD
            INVALID KEY
                DISPLAY "Error writing journal record ", TRAN-REF, "."
        END-WRITE
        ADD 1 TO WS-NSF-FEES-CHARGED
        ADD WS-NSF-FEE TO WS-NSF-FEE-TOTAL
    END-IF.

4300-WRITE-RETURN-ADVICE.
    MOVE ACCT-NAME TO CUST-NAME.
    MOVE SPACES TO CUST-ADDRESS.
    IF CUSTOMERS-ON-FILE
        MOVE ACCT-CUST-NUM TO CUST-NUM
        READ CUSTOMER-MASTER
            INVALID KEY
                MOVE ACCT-NAME TO CUST-NAME
                MOVE SPACES TO CUST-ADDRESS
        END-READ
    END-IF.

    MOVE "RETURNED CHEQUE ADVICE" TO RETURN-ADVICE-LINE.
    WRITE RETURN-ADVICE-LINE.
    MOVE CUST-NAME TO RETURN-ADVICE-LINE.
    WRITE RETURN-ADVICE-LINE.
    MOVE CUST-ADDRESS TO RETURN-ADVICE-LINE.
    WRITE RETURN-ADVICE-LINE.
    MOVE SPACES TO RETURN-ADVICE-LINE.
    WRITE RETURN-ADVICE-LINE.

    MOVE SPACES TO WS-ADVICE-LINE.
    STRING "Account Number " DELIMITED BY SIZE
        CLR-ACCT-NUM DELIMITED BY SIZE
        "   Cheque Number " DELIMITED BY SIZE
        CLR-CHQ-NUM DELIMITED BY SIZE
        INTO WS-ADVICE-LINE.
    MOVE WS-ADVICE-LINE TO RETURN-ADVICE-LINE.
    WRITE RETURN-ADVICE-LINE.

    MOVE CLR-AMOUNT TO WS-ADVICE-AMOUNT.
    MOVE SPACES TO WS-ADVICE-LINE.
    STRING "Amount " DELIMITED BY SIZE
        WS-ADVICE-AMOUNT DELIMITED BY SIZE
        "   Presented " DELIMITED BY SIZE
        CLR-PRESENT-DATE DELIMITED BY SIZE
        "   Returned " DELIMITED BY SIZE
        WS-TODAY DELIMITED BY SIZE
        INTO WS-ADVICE-LINE.
    MOVE WS-ADVICE-LINE TO RETURN-ADVICE-LINE.
    WRITE RETURN-ADVICE-LINE.

    MOVE SPACES TO WS-ADVICE-LINE.
    STRING "Reason: " DELIMITED BY SIZE
        WS-REASON-TEXT DELIMITED BY SIZE
        INTO WS-ADVICE-LINE.
    MOVE WS-ADVICE-LINE TO RETURN-ADVICE-LINE.
    WRITE RETURN-ADVICE-LINE.

    IF WS-NSF-FEE > 0
        MOVE WS-NSF-FEE TO WS-ADVICE-AMOUNT
        MOVE SPACES TO WS-ADVICE-LINE
        STRING "Returned item fee charged: " DELIMITED BY SIZE
            WS-ADVICE-AMOUNT DELIMITED BY SIZE
            INTO WS-ADVICE-LINE
        MOVE WS-ADVICE-LINE TO RETURN-ADVICE-LINE
        WRITE RETURN-ADVICE-LINE
    END-IF.

    MOVE ALL "-" TO RETURN-ADVICE-LINE.
    WRITE RETURN-ADVICE-LINE.
    ADD 1 TO WS-ADVICES-WRITTEN.
