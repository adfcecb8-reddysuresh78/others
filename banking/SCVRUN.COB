IDENTIFICATION DIVISION.
PROGRAM-ID. SCVRUN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
    SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-NUM
        ALTERNATE RECORD KEY IS ACCT-NAME WITH DUPLICATES
        FILE STATUS IS WS-ACCT-FILE-STATUS.
    SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TD-ACCT-NUM
        FILE STATUS IS WS-TD-FILE-STATUS.
    SELECT SCV-FILE ASSIGN TO "SCVFILE"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SCV-FILE-STATUS.
    SELECT SCV-REPORT ASSIGN TO "SCVRPT"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CUSTOMER-MASTER.
COPY "CUSTREC.CPY".

FD HOLDER-XREF-FILE.
COPY "XREFREC.CPY".

FD ACCOUNT-MASTER.
COPY "ACCTREC.CPY".

FD TERM-DEPOSIT-FILE.
COPY "TDREC.CPY".

FD SCV-FILE.
COPY "SCVREC.CPY".

FD SCV-REPORT.
01 SCV-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-CUST-FILE-STATUS  PIC X(2).
01 WS-XREF-FILE-STATUS  PIC X(2).
01 WS-ACCT-FILE-STATUS  PIC X(2).
01 WS-TD-FILE-STATUS    PIC X(2).
01 WS-SCV-FILE-STATUS   PIC X(2).
01 WS-RPT-FILE-STATUS   PIC X(2).
01 WS-TD-PRESENT-SW     PIC X(1).
    88 DEPOSITS-ON-FILE VALUE "Y".
01 WS-CUST-EOF-SWITCH   PIC X(1).
    88 END-OF-CUSTOMERS VALUE "Y".
01 WS-XREF-EOF-SWITCH   PIC X(1).
    88 END-OF-XREF      VALUE "Y".
01 WS-HOLDING-COUNT     PIC 9(3).
01 WS-HOLDING-IDX       PIC 9(3).
01 WS-HOLDING-TABLE.
    05 WS-HOLDING-ACCT  PIC 9(5) OCCURS 200 TIMES.
01 WS-TODAY             PIC 9(8).
01 WS-TODAY-PARTS REDEFINES WS-TODAY.
    05 WS-TODAY-YEAR    PIC 9(4).
    05 WS-TODAY-MONTH   PIC 9(2).
    05 WS-TODAY-DAY     PIC 9(2).
01 WS-COVERAGE-CAP      PIC 9(9)V99 VALUE 100000.00.
01 WS-OPEN-DATE         PIC 9(8).
01 WS-OPEN-PARTS REDEFINES WS-OPEN-DATE.
    05 WS-OPEN-YEAR     PIC 9(4).
    05 WS-OPEN-MONTH    PIC 9(2).
    05 WS-OPEN-DAY      PIC 9(2).
01 WS-MONTHS-ELAPSED    PIC S9(5).
01 WS-HOLDER-COUNT      PIC 9(3).
01 WS-BALANCE-SHARE     PIC S9(11)V99.
01 WS-ACCRUED-INTEREST  PIC S9(11)V99.
01 WS-INTEREST-SHARE    PIC S9(11)V99.
01 WS-CUST-SOLE         PIC 9(11)V99.
01 WS-CUST-JOINT        PIC 9(11)V99.
01 WS-CUST-TERM         PIC 9(11)V99.
01 WS-CUST-INTEREST     PIC 9(11)V99.
01 WS-CUST-ELIGIBLE     PIC 9(11)V99.
01 WS-CUST-INSURED      PIC 9(11)V99.
01 WS-CUST-UNINSURED    PIC 9(11)V99.
01 WS-CUST-ACCOUNTS     PIC 9(3).
01 WS-CUSTOMERS-READ    PIC 9(7) VALUE 0.
01 WS-CUSTOMERS-IN-SCV  PIC 9(7) VALUE 0.
01 WS-CUSTOMERS-OVER-CAP PIC 9(7) VALUE 0.
01 WS-OVERDRAWN-EXCLUDED PIC 9(7) VALUE 0.
01 WS-TOTAL-ELIGIBLE    PIC 9(11)V99 VALUE 0.
01 WS-TOTAL-INSURED     PIC 9(11)V99 VALUE 0.
01 WS-TOTAL-UNINSURED   PIC 9(11)V99 VALUE 0.
01 WS-HEADING-LINE.
    05 FILLER           PIC X(42)
        VALUE "DEPOSIT INSURANCE SINGLE CUSTOMER VIEW -- ".
    05 HDG-DATE         PIC 9(8).
    05 FILLER           PIC X(16) VALUE "   COVERAGE CAP ".
    05 HDG-CAP          PIC Z(8)9.99.
    05 FILLER           PIC X(54) VALUE SPACES.
01 WS-SUBHEADING-LINE.
    05 FILLER           PIC X(36)
        VALUE "CUSTOMERS EXCEEDING THE COVERAGE CAP".
    05 FILLER           PIC X(96) VALUE SPACES.
01 WS-COLUMN-LINE.
    05 FILLER           PIC X(27) VALUE "CUST   NAME".
    05 FILLER           PIC X(15) VALUE "           SOLE".
    05 FILLER           PIC X(15) VALUE "    JOINT SHARE".
    05 FILLER           PIC X(15) VALUE "  TERM DEPOSITS".
    05 FILLER           PIC X(15) VALUE "    ACCRUED INT".
    05 FILLER           PIC X(15) VALUE "       ELIGIBLE".
    05 FILLER           PIC X(15) VALUE "        INSURED".
    05 FILLER           PIC X(15) VALUE "      UNINSURED".
01 WS-DETAIL-LINE.
    05 DTL-CUST-NUM     PIC 9(5).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTL-CUST-NAME    PIC X(20).
    05 FILLER           PIC X(1) VALUE SPACES.
    05 DTL-SOLE         PIC Z(10)9.99.
    05 FILLER           PIC X(1) VALUE SPACES.
    05 DTL-JOINT        PIC Z(10)9.99.
    05 FILLER           PIC X(1) VALUE SPACES.
    05 DTL-TERM         PIC Z(10)9.99.
    05 FILLER           PIC X(1) VALUE SPACES.
    05 DTL-INTEREST     PIC Z(10)9.99.
    05 FILLER           PIC X(1) VALUE SPACES.
    05 DTL-ELIGIBLE     PIC Z(10)9.99.
    05 FILLER           PIC X(1) VALUE SPACES.
    05 DTL-INSURED      PIC Z(10)9.99.
    05 FILLER           PIC X(1) VALUE SPACES.
    05 DTL-UNINSURED    PIC Z(10)9.99.
01 WS-TOTAL-LINE.
    05 TOT-CAPTION      PIC X(30).
    05 TOT-COUNT        PIC Z(6)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 TOT-AMOUNT       PIC Z(12)9.99.
    05 FILLER           PIC X(77) VALUE SPACES.
01 WS-BLANK-LINE        PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Deposit Insurance Single Customer View for ",
        WS-TODAY, " =====".
    DISPLAY "Coverage cap per depositor: ", WS-COVERAGE-CAP.

    OPEN INPUT CUSTOMER-MASTER.
    IF WS-CUST-FILE-STATUS = "35"
        DISPLAY "No customers are on file."
        GOBACK
    END-IF.

    OPEN INPUT ACCOUNT-MASTER.
    IF WS-ACCT-FILE-STATUS = "35"
        DISPLAY "No accounts are on file."
        CLOSE CUSTOMER-MASTER
        GOBACK
    END-IF.

    OPEN INPUT HOLDER-XREF-FILE.
    IF WS-XREF-FILE-STATUS = "35"
        DISPLAY "No account holders are on file."
        CLOSE CUSTOMER-MASTER ACCOUNT-MASTER
        GOBACK
    END-IF.

    MOVE "N" TO WS-TD-PRESENT-SW.
    OPEN INPUT TERM-DEPOSIT-FILE.
    IF WS-TD-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-TD-PRESENT-SW
    END-IF.

    OPEN OUTPUT SCV-FILE.
    OPEN OUTPUT SCV-REPORT.
    MOVE WS-TODAY TO HDG-DATE.
    MOVE WS-COVERAGE-CAP TO HDG-CAP.
    MOVE WS-HEADING-LINE TO SCV-REPORT-LINE.
    WRITE SCV-REPORT-LINE.
    MOVE WS-BLANK-LINE TO SCV-REPORT-LINE.
    WRITE SCV-REPORT-LINE.
    MOVE WS-SUBHEADING-LINE TO SCV-REPORT-LINE.
    WRITE SCV-REPORT-LINE.
    MOVE WS-COLUMN-LINE TO SCV-REPORT-LINE.
    WRITE SCV-REPORT-LINE.

    MOVE "N" TO WS-CUST-EOF-SWITCH.
    MOVE 0 TO CUST-NUM.
    START CUSTOMER-MASTER KEY IS GREATER THAN CUST-NUM
        INVALID KEY
            SET END-OF-CUSTOMERS TO TRUE
    END-START.
    PERFORM 1000-READ-CUSTOMER UNTIL END-OF-CUSTOMERS.

    PERFORM 4000-WRITE-TRAILER.
    PERFORM 5000-WRITE-SUMMARY.

    CLOSE CUSTOMER-MASTER ACCOUNT-MASTER HOLDER-XREF-FILE
        SCV-FILE SCV-REPORT.
    IF DEPOSITS-ON-FILE
        CLOSE TERM-DEPOSIT-FILE
    END-IF.

    DISPLAY "Customers read:           ", WS-CUSTOMERS-READ.
    DISPLAY "Customers in SCV file:    ", WS-CUSTOMERS-IN-SCV.
    DISPLAY "Customers over the cap:   ", WS-CUSTOMERS-OVER-CAP.
    DISPLAY "Total eligible deposits:  ", WS-TOTAL-ELIGIBLE.
    DISPLAY "Total insured:            ", WS-TOTAL-INSURED.
    DISPLAY "Total uninsured:          ", WS-TOTAL-UNINSURED.
    DISPLAY "Overdrawn holdings excluded: ", WS-OVERDRAWN-EXCLUDED.
    GOBACK.

1000-READ-CUSTOMER.
    READ CUSTOMER-MASTER NEXT RECORD
        AT END
            SET END-OF-CUSTOMERS TO TRUE
        NOT AT END
            PERFORM 1100-BUILD-CUSTOMER-VIEW
    END-READ.

1100-BUILD-CUSTOMER-VIEW.
    ADD 1 TO WS-CUSTOMERS-READ.
    MOVE 0 TO WS-CUST-SOLE WS-CUST-JOINT WS-CUST-TERM
        WS-CUST-INTEREST WS-CUST-ACCOUNTS.

    MOVE 0 TO WS-HOLDING-COUNT.
    MOVE "N" TO WS-XREF-EOF-SWITCH.
    MOVE CUST-NUM TO XREF-CUST-NUM.
    START HOLDER-XREF-FILE KEY IS EQUAL TO XREF-CUST-NUM
        INVALID KEY
            SET END-OF-XREF TO TRUE
    END-START.
    PERFORM 1200-READ-HOLDING UNTIL END-OF-XREF.
    PERFORM 1300-ADD-HOLDING
        VARYING WS-HOLDING-IDX FROM 1 BY 1
        UNTIL WS-HOLDING-IDX > WS-HOLDING-COUNT.

    IF WS-CUST-ACCOUNTS > 0
        PERFORM 2000-APPLY-COVERAGE-CAP
        PERFORM 3000-WRITE-SCV-RECORD
    END-IF.

1200-READ-HOLDING.
    READ HOLDER-XREF-FILE NEXT RECORD
        AT END
            SET END-OF-XREF TO TRUE
        NOT AT END
            IF XREF-CUST-NUM = CUST-NUM
                PERFORM 1250-NOTE-HOLDING
            ELSE
                SET END-OF-XREF TO TRUE
            END-IF
    END-READ.

1250-NOTE-HOLDING.
    IF WS-HOLDING-COUNT < 200
        ADD 1 TO WS-HOLDING-COUNT
        MOVE XREF-ACCT-NUM TO WS-HOLDING-ACCT (WS-HOLDING-COUNT)
    ELSE
        DISPLAY "Customer Number ", CUST-NUM, " holds more than ",
            "200 accounts -- Account Number ", XREF-ACCT-NUM,
            " not included."
    END-IF.

1300-ADD-HOLDING.
    MOVE WS-HOLDING-ACCT (WS-HOLDING-IDX) TO ACCT-NUM.
    READ ACCOUNT-MASTER
        INVALID KEY
            MOVE "C" TO ACCT-STATUS
    END-READ.

    IF ACCT-CLOSED
        CONTINUE
    ELSE
        IF ACCT-BALANCE < 0
            ADD 1 TO WS-OVERDRAWN-EXCLUDED
        ELSE
            PERFORM 1400-COUNT-HOLDERS
            COMPUTE WS-BALANCE-SHARE ROUNDED =
                ACCT-BALANCE / WS-HOLDER-COUNT
            PERFORM 1500-ACCRUE-TERM-INTEREST
            COMPUTE WS-INTEREST-SHARE ROUNDED =
                WS-ACCRUED-INTEREST / WS-HOLDER-COUNT
            EVALUATE TRUE
                WHEN ACCT-TERM-DEP
                    ADD WS-BALANCE-SHARE TO WS-CUST-TERM
                WHEN WS-HOLDER-COUNT > 1
                    ADD WS-BALANCE-SHARE TO WS-CUST-JOINT
                WHEN OTHER
                    ADD WS-BALANCE-SHARE TO WS-CUST-SOLE
            END-EVALUATE
            ADD WS-INTEREST-SHARE TO WS-CUST-INTEREST
            ADD 1 TO WS-CUST-ACCOUNTS
        END-IF
    END-IF.

1400-COUNT-HOLDERS.
    MOVE 0 TO WS-HOLDER-COUNT.
    MOVE "N" TO WS-XREF-EOF-SWITCH.
    MOVE ACCT-NUM TO XREF-ACCT-NUM.
    MOVE 0 TO XREF-CUST-NUM.
    START HOLDER-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
        INVALID KEY
            SET END-OF-XREF TO TRUE
    END-START.
    PERFORM 1410-READ-JOINT-HOLDER UNTIL END-OF-XREF.
    IF WS-HOLDER-COUNT = 0
        MOVE 1 TO WS-HOLDER-COUNT
    END-IF.

1410-READ-JOINT-HOLDER.
    READ HOLDER-XREF-FILE NEXT RECORD
        AT END
            SET END-OF-XREF TO TRUE
        NOT AT END
            IF XREF-ACCT-NUM = ACCT-NUM
                ADD 1 TO WS-HOLDER-COUNT
            ELSE
                SET END-OF-XREF TO TRUE
            END-IF
    END-READ.

1500-ACCRUE-TERM-INTEREST.
    MOVE 0 TO WS-ACCRUED-INTEREST.
    IF ACCT-TERM-DEP AND DEPOSITS-ON-FILE
        MOVE ACCT-NUM TO TD-ACCT-NUM
        READ TERM-DEPOSIT-FILE
            INVALID KEY
                MOVE "P" TO TD-STATUS
        END-READ
        IF TD-OPEN
            MOVE TD-OPEN-DATE TO WS-OPEN-DATE
            COMPUTE WS-MONTHS-ELAPSED =
                (WS-TODAY-YEAR * 12 + WS-TODAY-MONTH)
                - (WS-OPEN-YEAR * 12 + WS-OPEN-MONTH)
            IF WS-TODAY-DAY < WS-OPEN-DAY
                SUBTRACT 1 FROM WS-MONTHS-ELAPSED
            END-IF
            IF WS-MONTHS-ELAPSED > TD-TERM-MONTHS
                MOVE TD-TERM-MONTHS TO WS-MONTHS-ELAPSED
            END-IF
            IF WS-MONTHS-ELAPSED > 0
                COMPUTE WS-ACCRUED-INTEREST ROUNDED =
                    TD-PRINCIPAL * TD-MONTHLY-PCT * WS-MONTHS-ELAPSED
            END-IF
        END-IF
    END-IF.

2000-APPLY-COVERAGE-CAP.
    COMPUTE WS-CUST-ELIGIBLE = WS-CUST-SOLE + WS-CUST-JOINT
        + WS-CUST-TERM + WS-CUST-INTEREST.
    IF WS-CUST-ELIGIBLE > WS-COVERAGE-CAP
        MOVE WS-COVERAGE-CAP TO WS-CUST-INSURED
    ELSE
        MOVE WS-CUST-ELIGIBLE TO WS-CUST-INSURED
    END-IF.
    COMPUTE WS-CUST-UNINSURED = WS-CUST-ELIGIBLE - WS-CUST-INSURED.

3000-WRITE-SCV-RECORD.
    MOVE SPACES TO SCV-RECORD.
    SET SCV-DETAIL TO TRUE.
    MOVE CUST-NUM           TO SCV-CUST-NUM.
    MOVE CUST-NAME          TO SCV-CUST-NAME.
    MOVE CUST-ADDRESS       TO SCV-CUST-ADDRESS.
    MOVE WS-CUST-SOLE       TO SCV-SOLE-BALANCE.
    MOVE WS-CUST-JOINT      TO SCV-JOINT-SHARE.
    MOVE WS-CUST-TERM       TO SCV-TERM-DEPOSITS.
    MOVE WS-CUST-INTEREST   TO SCV-ACCRUED-INT.
    MOVE WS-CUST-ELIGIBLE   TO SCV-TOTAL-ELIGIBLE.
    MOVE WS-CUST-INSURED    TO SCV-INSURED.
    MOVE WS-CUST-UNINSURED  TO SCV-UNINSURED.
    MOVE WS-CUST-ACCOUNTS   TO SCV-ACCOUNT-COUNT.
    MOVE WS-TODAY           TO SCV-RUN-DATE.
    WRITE SCV-RECORD.

    ADD 1 TO WS-CUSTOMERS-IN-SCV.
    ADD WS-CUST-ELIGIBLE  TO WS-TOTAL-ELIGIBLE.
    ADD WS-CUST-INSURED   TO WS-TOTAL-INSURED.
    ADD WS-CUST-UNINSURED TO WS-TOTAL-UNINSURED.

    IF WS-CUST-UNINSURED > 0
        ADD 1 TO WS-CUSTOMERS-OVER-CAP
        MOVE CUST-NUM          TO DTL-CUST-NUM
        MOVE CUST-NAME         TO DTL-CUST-NAME
        MOVE WS-CUST-SOLE      TO DTL-SOLE
        MOVE WS-CUST-JOINT     TO DTL-JOINT
        MOVE WS-CUST-TERM      TO DTL-TERM
        MOVE WS-CUST-INTEREST  TO DTL-INTEREST
        MOVE WS-CUST-ELIGIBLE  TO DTL-ELIGIBLE
        MOVE WS-CUST-INSURED   TO DTL-INSURED
        MOVE WS-CUST-UNINSURED TO DTL-UNINSURED
        MOVE WS-DETAIL-LINE TO SCV-REPORT-LINE
        WRITE SCV-REPORT-LINE
    END-IF.

4000-WRITE-TRAILER.
    MOVE SPACES TO SCV-RECORD.
    SET SCV-TRAILER TO TRUE.
    MOVE WS-TODAY              TO SCV-TRL-RUN-DATE.
    MOVE WS-CUSTOMERS-IN-SCV   TO SCV-TRL-CUSTOMERS.
    MOVE WS-TOTAL-ELIGIBLE     TO SCV-TRL-ELIGIBLE.
    MOVE WS-TOTAL-INSURED      TO SCV-TRL-INSURED.
    MOVE WS-TOTAL-UNINSURED    TO SCV-TRL-UNINSURED.
    MOVE WS-CUSTOMERS-OVER-CAP TO SCV-TRL-OVER-CAP.
    WRITE SCV-RECORD.

5000-WRITE-SUMMARY.
    IF WS-CUSTOMERS-OVER-CAP = 0
        MOVE "  (none)" TO SCV-REPORT-LINE
        WRITE SCV-REPORT-LINE
    END-IF.
    MOVE WS-BLANK-LINE TO SCV-REPORT-LINE.
    WRITE SCV-REPORT-LINE.

    MOVE "CUSTOMERS IN SCV FILE" TO TOT-CAPTION.
    MOVE WS-CUSTOMERS-IN-SCV TO TOT-COUNT.
    MOVE WS-TOTAL-ELIGIBLE TO TOT-AMOUNT.
    MOVE WS-TOTAL-LINE TO SCV-REPORT-LINE.
    WRITE SCV-REPORT-LINE.

    MOVE "INSURED DEPOSITS" TO TOT-CAPTION.
    MOVE WS-CUSTOMERS-IN-SCV TO TOT-COUNT.
    MOVE WS-TOTAL-INSURED TO TOT-AMOUNT.
    MOVE WS-TOTAL-LINE TO SCV-REPORT-LINE.
    WRITE SCV-REPORT-LINE.

    MOVE "UNINSURED DEPOSITS (OVER CAP)" TO TOT-CAPTION.
    MOVE WS-CUSTOMERS-OVER-CAP TO TOT-COUNT.
    MOVE WS-TOTAL-UNINSURED TO TOT-AMOUNT.
    MOVE WS-TOTAL-LINE TO SCV-REPORT-LINE.
    WRITE SCV-REPORT-LINE.

    MOVE "OVERDRAWN HOLDINGS EXCLUDED" TO TOT-CAPTION.
    MOVE WS-OVERDRAWN-EXCLUDED TO TOT-COUNT.
    MOVE 0 TO TOT-AMOUNT.
    MOVE WS-TOTAL-LINE TO SCV-REPORT-LINE.
    WRITE SCV-REPORT-LINE.
