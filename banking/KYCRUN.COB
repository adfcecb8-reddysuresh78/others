IDENTIFICATION DIVISION.
PROGRAM-ID. KYCRUN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-NUM
        ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
        FILE STATUS IS WS-CUST-FILE-STATUS.
    SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-NUM
        ALTERNATE RECORD KEY IS ACCT-NAME WITH DUPLICATES
        FILE STATUS IS WS-ACCT-FILE-STATUS.
    SELECT HOLDER-XREF-FILE ASSIGN TO "ACCTXREF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XREF-KEY
        ALTERNATE RECORD KEY IS XREF-CUST-NUM WITH DUPLICATES
        FILE STATUS IS WS-XREF-FILE-STATUS.
    SELECT KYC-REPORT ASSIGN TO "KYCRPT"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CUSTOMER-MASTER.
COPY "CUSTREC.CPY".

FD ACCOUNT-MASTER.
COPY "ACCTREC.CPY".

FD HOLDER-XREF-FILE.
COPY "XREFREC.CPY".

FD KYC-REPORT.
01 KYC-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-CUST-FILE-STATUS  PIC X(2).
01 WS-ACCT-FILE-STATUS  PIC X(2).
01 WS-XREF-FILE-STATUS  PIC X(2).
01 WS-RPT-FILE-STATUS   PIC X(2).
01 WS-XREF-PRESENT-SW   PIC X(1).
    88 XREF-ON-FILE     VALUE "Y".
01 WS-EOF-SWITCH        PIC X(1).
    88 END-OF-FILE      VALUE "Y".
01 WS-XREF-EOF-SWITCH   PIC X(1).
    88 END-OF-HOLDERS   VALUE "Y".
01 WS-KYC-SWITCH        PIC X(1).
    88 CUSTOMER-NON-COMPLIANT VALUE "Y".
01 WS-BLOCK-SWITCH      PIC X(1).
    88 BLOCK-REQUIRED   VALUE "Y".
01 WS-ID-EXPIRED-SW     PIC X(1).
    88 ID-EXPIRED       VALUE "Y".
01 WS-REVIEW-OVERDUE-SW PIC X(1).
    88 REVIEW-OVERDUE   VALUE "Y".
01 WS-TODAY             PIC 9(8).
01 WS-HOLDER-CUST-NUM   PIC 9(5).
01 WS-CUSTOMERS-READ    PIC 9(5) VALUE 0.
01 WS-IDS-EXPIRED       PIC 9(5) VALUE 0.
01 WS-REVIEWS-OVERDUE   PIC 9(5) VALUE 0.
01 WS-NO-KYC-DATA       PIC 9(5) VALUE 0.
01 WS-ACCOUNTS-READ     PIC 9(5) VALUE 0.
01 WS-BLOCKS-PLACED     PIC 9(5) VALUE 0.
01 WS-BLOCKS-RELEASED   PIC 9(5) VALUE 0.
01 WS-BLOCKS-REMAINING  PIC 9(5) VALUE 0.
01 WS-HEADING-LINE.
    05 FILLER           PIC X(34)
        VALUE "CUSTOMER KYC REVIEW EXCEPTIONS -- ".
    05 HDG-DATE         PIC 9(8).
    05 FILLER           PIC X(90) VALUE SPACES.
01 WS-SECTION-LINE.
    05 SEC-TITLE        PIC X(60).
    05 FILLER           PIC X(72) VALUE SPACES.
01 WS-CUST-COLUMN-LINE.
    05 FILLER           PIC X(51) VALUE
        "CUST   NAME                            ID ID NUMBER".
    05 FILLER           PIC X(81) VALUE
        "             ID-EXPIRY  RISK NEXT-REVW EXCEPTION".
01 WS-CUST-DETAIL-LINE.
    05 CDL-CUST-NUM     PIC 9(5).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 CDL-NAME         PIC X(30).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 CDL-ID-TYPE      PIC X(1).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 CDL-ID-NUMBER    PIC X(20).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 CDL-ID-EXPIRY    PIC 9(8).
    05 FILLER           PIC X(3) VALUE SPACES.
    05 CDL-RISK         PIC X(1).
    05 FILLER           PIC X(4) VALUE SPACES.
    05 CDL-NEXT-REVIEW  PIC 9(8).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 CDL-EXCEPTION    PIC X(30).
    05 FILLER           PIC X(12) VALUE SPACES.
01 WS-ACCT-COLUMN-LINE.
    05 FILLER           PIC X(50) VALUE
        "ACCOUNT  CUST   NAME                  ACTION      ".
    05 FILLER           PIC X(82) VALUE SPACES.
01 WS-ACCT-DETAIL-LINE.
    05 ADL-ACCT-NUM     PIC 9(5).
    05 FILLER           PIC X(4) VALUE SPACES.
    05 ADL-CUST-NUM     PIC 9(5).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 ADL-NAME         PIC X(20).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 ADL-ACTION       PIC X(30).
    05 FILLER           PIC X(64) VALUE SPACES.
01 WS-TOTAL-LINE.
    05 TOT-CAPTION      PIC X(30).
    05 TOT-COUNT        PIC Z(4)9.
    05 FILLER           PIC X(97) VALUE SPACES.
01 WS-BLANK-LINE        PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Customer KYC Review for ", WS-TODAY, " =====".

    OPEN INPUT CUSTOMER-MASTER.
    IF WS-CUST-FILE-STATUS = "35"
        DISPLAY "No customers are on file."
        GOBACK
    END-IF.

    OPEN I-O ACCOUNT-MASTER.
    IF WS-ACCT-FILE-STATUS = "35"
        DISPLAY "No accounts are on file."
        CLOSE CUSTOMER-MASTER
        GOBACK
    END-IF.

    MOVE "N" TO WS-XREF-PRESENT-SW.
    OPEN INPUT HOLDER-XREF-FILE.
    IF WS-XREF-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-XREF-PRESENT-SW
    END-IF.

    OPEN OUTPUT KYC-REPORT.
    MOVE WS-TODAY TO HDG-DATE.
    MOVE WS-HEADING-LINE TO KYC-REPORT-LINE.
    WRITE KYC-REPORT-LINE.
    MOVE WS-BLANK-LINE TO KYC-REPORT-LINE.
    WRITE KYC-REPORT-LINE.
    MOVE "CUSTOMERS WITH EXPIRED ID OR OVERDUE REVIEW" TO SEC-TITLE.
    MOVE WS-SECTION-LINE TO KYC-REPORT-LINE.
    WRITE KYC-REPORT-LINE.
    MOVE WS-CUST-COLUMN-LINE TO KYC-REPORT-LINE.
    WRITE KYC-REPORT-LINE.

    MOVE "N" TO WS-EOF-SWITCH.
    MOVE 0 TO CUST-NUM.
    START CUSTOMER-MASTER KEY IS GREATER THAN CUST-NUM
        INVALID KEY
            SET END-OF-FILE TO TRUE
    END-START.
    PERFORM 1000-READ-CUSTOMER UNTIL END-OF-FILE.

    MOVE WS-BLANK-LINE TO KYC-REPORT-LINE.
    WRITE KYC-REPORT-LINE.
    MOVE "ACCOUNT DEBIT BLOCK CHANGES" TO SEC-TITLE.
    MOVE WS-SECTION-LINE TO KYC-REPORT-LINE.
    WRITE KYC-REPORT-LINE.
    MOVE WS-ACCT-COLUMN-LINE TO KYC-REPORT-LINE.
    WRITE KYC-REPORT-LINE.

    MOVE "N" TO WS-EOF-SWITCH.
    MOVE 0 TO ACCT-NUM.
    START ACCOUNT-MASTER KEY IS GREATER THAN ACCT-NUM
        INVALID KEY
            SET END-OF-FILE TO TRUE
    END-START.
    PERFORM 2000-READ-ACCOUNT UNTIL END-OF-FILE.

    PERFORM 9000-WRITE-TOTALS.

    CLOSE CUSTOMER-MASTER ACCOUNT-MASTER KYC-REPORT.
    IF XREF-ON-FILE
        CLOSE HOLDER-XREF-FILE
    END-IF.

    DISPLAY "Customers read:          ", WS-CUSTOMERS-READ.
    DISPLAY "IDs expired:             ", WS-IDS-EXPIRED.
    DISPLAY "Reviews overdue:         ", WS-REVIEWS-OVERDUE.
    DISPLAY "Customers without KYC:   ", WS-NO-KYC-DATA.
    DISPLAY "Accounts read:           ", WS-ACCOUNTS-READ.
    DISPLAY "Debit blocks placed:     ", WS-BLOCKS-PLACED.
    DISPLAY "Debit blocks released:   ", WS-BLOCKS-RELEASED.
    DISPLAY "Debit blocks in force:   ", WS-BLOCKS-REMAINING.
    GOBACK.

1000-READ-CUSTOMER.
    READ CUSTOMER-MASTER NEXT RECORD
        AT END
            SET END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-CUSTOMERS-READ
            PERFORM 1100-LIST-CUSTOMER
    END-READ.

1100-LIST-CUSTOMER.
    PERFORM 5000-TEST-CUSTOMER.
    MOVE SPACES TO CDL-EXCEPTION.
    IF ID-EXPIRED AND REVIEW-OVERDUE
        MOVE "ID EXPIRED, REVIEW OVERDUE" TO CDL-EXCEPTION
    ELSE
        IF ID-EXPIRED
            MOVE "ID EXPIRED" TO CDL-EXCEPTION
        ELSE
            IF REVIEW-OVERDUE
                MOVE "REVIEW OVERDUE" TO CDL-EXCEPTION
            ELSE
                IF CUST-NEXT-REVIEW-DATE = 0
                    MOVE "NO KYC DATA ON FILE" TO CDL-EXCEPTION
                    ADD 1 TO WS-NO-KYC-DATA
                END-IF
            END-IF
        END-IF
    END-IF.
    IF ID-EXPIRED
        ADD 1 TO WS-IDS-EXPIRED
    END-IF.
    IF REVIEW-OVERDUE
        ADD 1 TO WS-REVIEWS-OVERDUE
    END-IF.

    IF CDL-EXCEPTION NOT = SPACES
        MOVE CUST-NUM              TO CDL-CUST-NUM
        MOVE CUST-NAME             TO CDL-NAME
        MOVE CUST-ID-TYPE          TO CDL-ID-TYPE
        MOVE CUST-ID-NUMBER        TO CDL-ID-NUMBER
        MOVE CUST-ID-EXPIRY-DATE   TO CDL-ID-EXPIRY
        MOVE CUST-RISK-RATING      TO CDL-RISK
        MOVE CUST-NEXT-REVIEW-DATE TO CDL-NEXT-REVIEW
        MOVE WS-CUST-DETAIL-LINE TO KYC-REPORT-LINE
        WRITE KYC-REPORT-LINE
    END-IF.

2000-READ-ACCOUNT.
    READ ACCOUNT-MASTER NEXT RECORD
        AT END
            SET END-OF-FILE TO TRUE
        NOT AT END
            IF NOT ACCT-CLOSED
                ADD 1 TO WS-ACCOUNTS-READ
                PERFORM 2100-CHECK-ACCOUNT
            END-IF
    END-READ.

2100-CHECK-ACCOUNT.
    MOVE "N" TO WS-BLOCK-SWITCH.
    MOVE ACCT-CUST-NUM TO WS-HOLDER-CUST-NUM.
    PERFORM 2300-CHECK-HOLDER.

    IF XREF-ON-FILE AND NOT BLOCK-REQUIRED
        MOVE "N" TO WS-XREF-EOF-SWITCH
        MOVE ACCT-NUM TO XREF-ACCT-NUM
        MOVE 0 TO XREF-CUST-NUM
        START HOLDER-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
            INVALID KEY
                SET END-OF-HOLDERS TO TRUE
        END-START
        PERFORM 2200-READ-HOLDER
            UNTIL END-OF-HOLDERS OR BLOCK-REQUIRED
    END-IF.

    IF BLOCK-REQUIRED AND NOT ACCT-KYC-BLOCKED
        SET ACCT-KYC-BLOCKED TO TRUE
        ADD 1 TO WS-BLOCKS-PLACED
        MOVE "DEBIT BLOCK PLACED" TO ADL-ACTION
        PERFORM 2400-UPDATE-ACCOUNT
    ELSE
        IF NOT BLOCK-REQUIRED AND ACCT-KYC-BLOCKED
            SET ACCT-NOT-BLOCKED TO TRUE
            ADD 1 TO WS-BLOCKS-RELEASED
            MOVE "DEBIT BLOCK RELEASED" TO ADL-ACTION
            PERFORM 2400-UPDATE-ACCOUNT
        END-IF
    END-IF.

    IF ACCT-KYC-BLOCKED
        ADD 1 TO WS-BLOCKS-REMAINING
    END-IF.

2200-READ-HOLDER.
    READ HOLDER-XREF-FILE NEXT RECORD
        AT END
            SET END-OF-HOLDERS TO TRUE
        NOT AT END
            IF XREF-ACCT-NUM NOT = ACCT-NUM
                SET END-OF-HOLDERS TO TRUE
            ELSE
                IF XREF-CUST-NUM NOT = ACCT-CUST-NUM
                    MOVE XREF-CUST-NUM TO WS-HOLDER-CUST-NUM
                    PERFORM 2300-CHECK-HOLDER
                END-IF
            END-IF
    END-READ.

2300-CHECK-HOLDER.
    MOVE WS-HOLDER-CUST-NUM TO CUST-NUM.
    READ CUSTOMER-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM 5000-TEST-CUSTOMER
            IF CUSTOMER-NON-COMPLIANT
                SET BLOCK-REQUIRED TO TRUE
            END-IF
    END-READ.

2400-UPDATE-ACCOUNT.
    REWRITE ACCOUNT-RECORD
        INVALID KEY
            DISPLAY "Error updating Account Number ", ACCT-NUM
    END-REWRITE.
    MOVE ACCT-NUM      TO ADL-ACCT-NUM.
    MOVE ACCT-CUST-NUM TO ADL-CUST-NUM.
    MOVE ACCT-NAME     TO ADL-NAME.
    MOVE WS-ACCT-DETAIL-LINE TO KYC-REPORT-LINE.
    WRITE KYC-REPORT-LINE.

5000-TEST-CUSTOMER.
    MOVE "N" TO WS-KYC-SWITCH.
    MOVE "N" TO WS-ID-EXPIRED-SW.
    MOVE "N" TO WS-REVIEW-OVERDUE-SW.
    IF CUST-ID-EXPIRY-DATE NOT = 0
            AND CUST-ID-EXPIRY-DATE < WS-TODAY
        SET ID-EXPIRED TO TRUE
        SET CUSTOMER-NON-COMPLIANT TO TRUE
    END-IF.
    IF CUST-NEXT-REVIEW-DATE NOT = 0
            AND CUST-NEXT-REVIEW-DATE < WS-TODAY
        SET REVIEW-OVERDUE TO TRUE
        SET CUSTOMER-NON-COMPLIANT TO TRUE
    END-IF.

9000-WRITE-TOTALS.
    MOVE WS-BLANK-LINE TO KYC-REPORT-LINE.
    WRITE KYC-REPORT-LINE.
    MOVE "CUSTOMERS READ" TO TOT-CAPTION.
    MOVE WS-CUSTOMERS-READ TO TOT-COUNT.
    MOVE WS-TOTAL-LINE TO KYC-REPORT-LINE.
    WRITE KYC-REPORT-LINE.
    MOVE "IDS EXPIRED" TO TOT-CAPTION.
    MOVE WS-IDS-EXPIRED TO TOT-COUNT.
    MOVE WS-TOTAL-LINE TO KYC-REPORT-LINE.
    WRITE KYC-REPORT-LINE.
    MOVE "REVIEWS OVERDUE" TO TOT-CAPTION.
    MOVE WS-REVIEWS-OVERDUE TO TOT-COUNT.
    MOVE WS-TOTAL-LINE TO KYC-REPORT-LINE.
    WRITE KYC-REPORT-LINE.
    MOVE "CUSTOMERS WITHOUT KYC DATA" TO TOT-CAPTION.
    MOVE WS-NO-KYC-DATA TO TOT-COUNT.
    MOVE WS-TOTAL-LINE TO KYC-REPORT-LINE.
    WRITE KYC-REPORT-LINE.
    MOVE "DEBIT BLOCKS PLACED" TO TOT-CAPTION.
    MOVE WS-BLOCKS-PLACED TO TOT-COUNT.
    MOVE WS-TOTAL-LINE TO KYC-REPORT-LINE.
    WRITE KYC-REPORT-LINE.
    MOVE "DEBIT BLOCKS RELEASED" TO TOT-CAPTION.
    MOVE WS-BLOCKS-RELEASED TO TOT-COUNT.
    MOVE WS-TOTAL-LINE TO KYC-REPORT-LINE.
    WRITE KYC-REPORT-LINE.
    MOVE "DEBIT BLOCKS IN FORCE" TO TOT-CAPTION.
    MOVE WS-BLOCKS-REMAINING TO TOT-COUNT.
    MOVE WS-TOTAL-LINE TO KYC-REPORT-LINE.
    WRITE KYC-REPORT-LINE.
