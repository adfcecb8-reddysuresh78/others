IDENTIFICATION DIVISION.
PROGRAM-ID. KYCMAINT.

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
    SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-AUD-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CUSTOMER-MASTER.
COPY "CUSTREC.CPY".

FD ACCOUNT-MASTER.
COPY "ACCTREC.CPY".

FD HOLDER-XREF-FILE.
COPY "XREFREC.CPY".

FD AUDIT-LOG.
COPY "AUDREC.CPY".

WORKING-STORAGE SECTION.
01 WS-CUST-FILE-STATUS PIC X(2).
01 WS-ACCT-FILE-STATUS PIC X(2).
01 WS-XREF-FILE-STATUS PIC X(2).
01 WS-AUD-FILE-STATUS  PIC X(2).
01 WS-ACCT-PRESENT-SW  PIC X(1).
    88 ACCOUNTS-ON-FILE VALUE "Y".
01 WS-XREF-PRESENT-SW  PIC X(1).
    88 XREF-ON-FILE    VALUE "Y".
01 WS-ABORT-SWITCH     PIC X(1).
    88 ACTION-ABORTED  VALUE "Y".
01 WS-KYC-OK-SWITCH    PIC X(1).
    88 KYC-ENTRY-VALID VALUE "Y".
01 WS-KYC-SWITCH       PIC X(1).
    88 CUSTOMER-NON-COMPLIANT VALUE "Y".
01 WS-BLOCK-SWITCH     PIC X(1).
    88 BLOCK-REQUIRED  VALUE "Y".
01 WS-HOLDER-SWITCH    PIC X(1).
    88 CUSTOMER-HOLDS-ACCOUNT VALUE "Y".
01 WS-EOF-SWITCH       PIC X(1).
    88 END-OF-FILE     VALUE "Y".
01 WS-XREF-EOF-SWITCH  PIC X(1).
    88 END-OF-HOLDERS  VALUE "Y".
01 WS-ACTION           PIC 9(1).
01 WS-CUST-NUM         PIC 9(5).
01 WS-HOLDER-CUST-NUM  PIC 9(5).
01 WS-ID-TYPE          PIC X(1).
01 WS-ID-NUMBER        PIC X(20).
01 WS-ID-EXPIRY-DATE   PIC 9(8).
01 WS-BIRTH-DATE       PIC 9(8).
01 WS-RISK-RATING      PIC X(1).
01 WS-REVIEW-YEARS     PIC 9(1).
01 WS-REVIEW-DATE      PIC 9(8).
01 WS-REVIEW-PARTS REDEFINES WS-REVIEW-DATE.
    05 WS-REVIEW-YEAR  PIC 9(4).
    05 WS-REVIEW-MONTH PIC 9(2).
    05 WS-REVIEW-DAY   PIC 9(2).
01 WS-CHECK-DATE       PIC 9(8).
01 WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
    05 WS-CHECK-YEAR   PIC 9(4).
    05 WS-CHECK-MONTH  PIC 9(2).
    05 WS-CHECK-DAY    PIC 9(2).
01 WS-LEAP-QUOTIENT    PIC 9(4).
01 WS-LEAP-REMAINDER   PIC 9(1).
01 WS-MONTH-LENGTH     PIC 9(2).
01 WS-MONTH-LENGTH-TABLE.
    05 FILLER PIC X(24) VALUE "312831303130313130313031".
01 WS-MONTH-LENGTHS REDEFINES WS-MONTH-LENGTH-TABLE.
    05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).
01 WS-BLOCKS-RELEASED  PIC 9(3).
01 WS-OLD-VALUE        PIC X(20).
01 WS-NEW-VALUE        PIC X(20).
01 WS-FIELD-CHANGED    PIC X(12).
01 WS-DATE             PIC 9(8).
01 WS-TIME             PIC 9(8).

LINKAGE SECTION.
01 LK-OPERATOR-ID      PIC X(8).

PROCEDURE DIVISION USING LK-OPERATOR-ID.
    MOVE "N" TO WS-ABORT-SWITCH.
    CALL 'BUSDATE' USING WS-DATE.
    DISPLAY "1 = Show KYC details, 2 = Update identification, ",
        "3 = Record KYC review: ".
    ACCEPT WS-ACTION.

    PERFORM 1000-OPEN-FILES.
    IF NOT ACTION-ABORTED
        PERFORM 1100-READ-CUSTOMER
    END-IF.

    IF NOT ACTION-ABORTED
        EVALUATE WS-ACTION
            WHEN 1
                CONTINUE
            WHEN 2
                PERFORM 2000-UPDATE-IDENTIFICATION
            WHEN 3
                PERFORM 3000-RECORD-REVIEW
            WHEN OTHER
                DISPLAY "Invalid action."
        END-EVALUATE
    END-IF.

    IF NOT ACTION-ABORTED AND (WS-ACTION = 2 OR WS-ACTION = 3)
            AND ACCOUNTS-ON-FILE
        PERFORM 4000-RELEASE-BLOCKS
    END-IF.

    CLOSE CUSTOMER-MASTER.
    IF ACCOUNTS-ON-FILE
        CLOSE ACCOUNT-MASTER
    END-IF.
    IF XREF-ON-FILE
        CLOSE HOLDER-XREF-FILE
    END-IF.
    GOBACK.

1000-OPEN-FILES.
    OPEN I-O CUSTOMER-MASTER.
    IF WS-CUST-FILE-STATUS = "35"
        OPEN OUTPUT CUSTOMER-MASTER
        CLOSE CUSTOMER-MASTER
        OPEN I-O CUSTOMER-MASTER
    END-IF.

    MOVE "N" TO WS-ACCT-PRESENT-SW.
    OPEN I-O ACCOUNT-MASTER.
    IF WS-ACCT-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-ACCT-PRESENT-SW
    END-IF.

    MOVE "N" TO WS-XREF-PRESENT-SW.
    OPEN INPUT HOLDER-XREF-FILE.
    IF WS-XREF-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-XREF-PRESENT-SW
    END-IF.

1100-READ-CUSTOMER.
    DISPLAY "Enter Customer Number: ".
    ACCEPT WS-CUST-NUM.
    MOVE WS-CUST-NUM TO CUST-NUM.
    READ CUSTOMER-MASTER
        INVALID KEY
            DISPLAY "Customer Number ", WS-CUST-NUM, " not found."
            SET ACTION-ABORTED TO TRUE
    END-READ.

    IF NOT ACTION-ABORTED
        PERFORM 1200-SHOW-CUSTOMER
    END-IF.

1200-SHOW-CUSTOMER.
    DISPLAY "Customer Number : ", CUST-NUM, "  ", CUST-NAME.
    DISPLAY "ID document     : ", CUST-ID-TYPE, " ", CUST-ID-NUMBER,
        " expires ", CUST-ID-EXPIRY-DATE.
    DISPLAY "Date of birth   : ", CUST-BIRTH-DATE.
    DISPLAY "Risk rating     : ", CUST-RISK-RATING.
    DISPLAY "Last review     : ", CUST-LAST-REVIEW-DATE,
        " by ", CUST-REVIEWED-BY.
    DISPLAY "Next review due : ", CUST-NEXT-REVIEW-DATE.
    PERFORM 5000-TEST-CUSTOMER.
    IF CUSTOMER-NON-COMPLIANT
        DISPLAY "** KYC is out of date -- accounts are debit blocked **"
    END-IF.

2000-UPDATE-IDENTIFICATION.
    MOVE "N" TO WS-KYC-OK-SWITCH.
    PERFORM 2100-CAPTURE-ID-TYPE UNTIL KYC-ENTRY-VALID.
    MOVE "N" TO WS-KYC-OK-SWITCH.
    PERFORM 2200-CAPTURE-ID-NUMBER UNTIL KYC-ENTRY-VALID.
    MOVE "N" TO WS-KYC-OK-SWITCH.
    PERFORM 2300-CAPTURE-ID-EXPIRY UNTIL KYC-ENTRY-VALID.
    MOVE "N" TO WS-KYC-OK-SWITCH.
    PERFORM 2400-CAPTURE-BIRTH-DATE UNTIL KYC-ENTRY-VALID.

    MOVE SPACES TO WS-OLD-VALUE WS-NEW-VALUE.
    STRING CUST-NUM " " CUST-ID-TYPE " " CUST-ID-EXPIRY-DATE
        DELIMITED BY SIZE INTO WS-OLD-VALUE.
    STRING CUST-NUM " " WS-ID-TYPE " " WS-ID-EXPIRY-DATE
        DELIMITED BY SIZE INTO WS-NEW-VALUE.

    MOVE WS-ID-TYPE        TO CUST-ID-TYPE.
    MOVE WS-ID-NUMBER      TO CUST-ID-NUMBER.
    MOVE WS-ID-EXPIRY-DATE TO CUST-ID-EXPIRY-DATE.
    MOVE WS-BIRTH-DATE     TO CUST-BIRTH-DATE.
    REWRITE CUSTOMER-RECORD
        INVALID KEY
            DISPLAY "Error updating Customer Number ", WS-CUST-NUM
            SET ACTION-ABORTED TO TRUE
    END-REWRITE.

    IF NOT ACTION-ABORTED
        MOVE "KYC-ID" TO WS-FIELD-CHANGED
        PERFORM 6000-WRITE-AUDIT
        DISPLAY "Identification updated for Customer Number ",
            WS-CUST-NUM, "."
    END-IF.

2100-CAPTURE-ID-TYPE.
    DISPLAY "ID document type (P=Passport, D=Driving Licence, ",
        "N=National ID): ".
    ACCEPT WS-ID-TYPE.
    IF WS-ID-TYPE = "P" OR WS-ID-TYPE = "D" OR WS-ID-TYPE = "N"
        SET KYC-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "Invalid ID document type -- enter P, D or N."
    END-IF.

2200-CAPTURE-ID-NUMBER.
    DISPLAY "ID document number: ".
    ACCEPT WS-ID-NUMBER.
    IF WS-ID-NUMBER = SPACES
        DISPLAY "ID document number is required."
    ELSE
        SET KYC-ENTRY-VALID TO TRUE
    END-IF.

2300-CAPTURE-ID-EXPIRY.
    DISPLAY "ID expiry date (YYYYMMDD): ".
    ACCEPT WS-ID-EXPIRY-DATE.
    MOVE WS-ID-EXPIRY-DATE TO WS-CHECK-DATE.
    PERFORM 2900-CHECK-DATE.
    IF KYC-ENTRY-VALID AND WS-ID-EXPIRY-DATE < WS-DATE
        DISPLAY "ID document has expired -- a current ID is required."
        MOVE "N" TO WS-KYC-OK-SWITCH
    END-IF.

2400-CAPTURE-BIRTH-DATE.
    DISPLAY "Date of birth (YYYYMMDD): ".
    ACCEPT WS-BIRTH-DATE.
    MOVE WS-BIRTH-DATE TO WS-CHECK-DATE.
    PERFORM 2900-CHECK-DATE.
    IF KYC-ENTRY-VALID AND WS-BIRTH-DATE NOT < WS-DATE
        DISPLAY "Date of birth must be before today."
        MOVE "N" TO WS-KYC-OK-SWITCH
    END-IF.

2900-CHECK-DATE.
    MOVE "N" TO WS-KYC-OK-SWITCH.
    IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
        DISPLAY "Invalid date -- enter YYYYMMDD."
    ELSE
        MOVE WS-DAYS-IN-MONTH (WS-CHECK-MONTH) TO WS-MONTH-LENGTH
        IF WS-CHECK-MONTH = 2
            DIVIDE WS-CHECK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REMAINDER
            IF WS-LEAP-REMAINDER = 0
                MOVE 29 TO WS-MONTH-LENGTH
            END-IF
        END-IF
        IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY > WS-MONTH-LENGTH
            DISPLAY "Invalid date -- enter YYYYMMDD."
        ELSE
            SET KYC-ENTRY-VALID TO TRUE
        END-IF
    END-IF.

3000-RECORD-REVIEW.
    IF CUST-ID-EXPIRY-DATE < WS-DATE
        DISPLAY "ID document is missing or expired -- update the ",
            "identification before recording the review."
        SET ACTION-ABORTED TO TRUE
    END-IF.

    IF NOT ACTION-ABORTED
        MOVE "N" TO WS-KYC-OK-SWITCH
        PERFORM 3100-CAPTURE-RISK-RATING UNTIL KYC-ENTRY-VALID
        PERFORM 3200-SET-REVIEW-DATE

        MOVE SPACES TO WS-OLD-VALUE WS-NEW-VALUE
        STRING CUST-NUM " " CUST-RISK-RATING " "
            CUST-NEXT-REVIEW-DATE
            DELIMITED BY SIZE INTO WS-OLD-VALUE
        STRING CUST-NUM " " WS-RISK-RATING " " WS-REVIEW-DATE
            DELIMITED BY SIZE INTO WS-NEW-VALUE

        MOVE WS-RISK-RATING TO CUST-RISK-RATING
        MOVE WS-DATE        TO CUST-LAST-REVIEW-DATE
        MOVE WS-REVIEW-DATE TO CUST-NEXT-REVIEW-DATE
        MOVE LK-OPERATOR-ID TO CUST-REVIEWED-BY
        REWRITE CUSTOMER-RECORD
            INVALID KEY
                DISPLAY "Error updating Customer Number ", WS-CUST-NUM
                SET ACTION-ABORTED TO TRUE
        END-REWRITE
    END-IF.

    IF NOT ACTION-ABORTED
        MOVE "KYC-REVIEW" TO WS-FIELD-CHANGED
        PERFORM 6000-WRITE-AUDIT
        DISPLAY "KYC review recorded for Customer Number ",
            WS-CUST-NUM, " -- next review due ", WS-REVIEW-DATE, "."
    END-IF.

3100-CAPTURE-RISK-RATING.
    DISPLAY "Risk rating (L=Low, M=Medium, H=High): ".
    ACCEPT WS-RISK-RATING.
    IF WS-RISK-RATING = "L" OR WS-RISK-RATING = "M"
            OR WS-RISK-RATING = "H"
        SET KYC-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "Invalid risk rating -- enter L, M or H."
    END-IF.

3200-SET-REVIEW-DATE.
    EVALUATE WS-RISK-RATING
        WHEN "H"
            MOVE 1 TO WS-REVIEW-YEARS
        WHEN "M"
            MOVE 3 TO WS-REVIEW-YEARS
        WHEN OTHER
            MOVE 5 TO WS-REVIEW-YEARS
    END-EVALUATE.
    MOVE WS-DATE TO WS-REVIEW-DATE.
    ADD WS-REVIEW-YEARS TO WS-REVIEW-YEAR.
    IF WS-REVIEW-MONTH = 2 AND WS-REVIEW-DAY = 29
        DIVIDE WS-REVIEW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
            REMAINDER WS-LEAP-REMAINDER
        IF WS-LEAP-REMAINDER NOT = 0
            MOVE 28 TO WS-REVIEW-DAY
        END-IF
    END-IF.

4000-RELEASE-BLOCKS.
    PERFORM 5000-TEST-CUSTOMER.
    IF CUSTOMER-NON-COMPLIANT
        DISPLAY "KYC is still out of date -- debit blocks remain."
    ELSE
        MOVE 0 TO WS-BLOCKS-RELEASED
        MOVE "N" TO WS-EOF-SWITCH
        MOVE 0 TO ACCT-NUM
        START ACCOUNT-MASTER KEY IS GREATER THAN ACCT-NUM
            INVALID KEY
                SET END-OF-FILE TO TRUE
        END-START
        PERFORM 4100-READ-ACCOUNT UNTIL END-OF-FILE
        IF WS-BLOCKS-RELEASED > 0
            DISPLAY "Debit block released on ", WS-BLOCKS-RELEASED,
                " account(s)."
        END-IF
    END-IF.

4100-READ-ACCOUNT.
    READ ACCOUNT-MASTER NEXT RECORD
        AT END
            SET END-OF-FILE TO TRUE
        NOT AT END
            IF ACCT-KYC-BLOCKED
                PERFORM 4200-CHECK-BLOCKED-ACCOUNT
            END-IF
    END-READ.

4200-CHECK-BLOCKED-ACCOUNT.
    MOVE "N" TO WS-HOLDER-SWITCH.
    IF ACCT-CUST-NUM = WS-CUST-NUM
        SET CUSTOMER-HOLDS-ACCOUNT TO TRUE
    ELSE
        IF XREF-ON-FILE
            MOVE ACCT-NUM    TO XREF-ACCT-NUM
            MOVE WS-CUST-NUM TO XREF-CUST-NUM
            READ HOLDER-XREF-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET CUSTOMER-HOLDS-ACCOUNT TO TRUE
            END-READ
        END-IF
    END-IF.

    IF CUSTOMER-HOLDS-ACCOUNT
        MOVE "N" TO WS-BLOCK-SWITCH
        MOVE ACCT-CUST-NUM TO WS-HOLDER-CUST-NUM
        PERFORM 4400-CHECK-HOLDER
        IF XREF-ON-FILE AND NOT BLOCK-REQUIRED
            MOVE "N" TO WS-XREF-EOF-SWITCH
            MOVE ACCT-NUM TO XREF-ACCT-NUM
            MOVE 0 TO XREF-CUST-NUM
            START HOLDER-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
                INVALID KEY
                    SET END-OF-HOLDERS TO TRUE
            END-START
            PERFORM 4300-READ-HOLDER
                UNTIL END-OF-HOLDERS OR BLOCK-REQUIRED
        END-IF
        IF NOT BLOCK-REQUIRED
            SET ACCT-NOT-BLOCKED TO TRUE
            REWRITE ACCOUNT-RECORD
                INVALID KEY
                    DISPLAY "Error updating Account Number ", ACCT-NUM
                NOT INVALID KEY
                    ADD 1 TO WS-BLOCKS-RELEASED
            END-REWRITE
        ELSE
            DISPLAY "Account Number ", ACCT-NUM, " stays blocked -- ",
                "another holder's KYC is out of date."
        END-IF
    END-IF.

4300-READ-HOLDER.
    READ HOLDER-XREF-FILE NEXT RECORD
        AT END
            SET END-OF-HOLDERS TO TRUE
        NOT AT END
            IF XREF-ACCT-NUM NOT = ACCT-NUM
                SET END-OF-HOLDERS TO TRUE
            ELSE
                IF XREF-CUST-NUM NOT = ACCT-CUST-NUM
                    MOVE XREF-CUST-NUM TO WS-HOLDER-CUST-NUM
                    PERFORM 4400-CHECK-HOLDER
                END-IF
            END-IF
    END-READ.

4400-CHECK-HOLDER.
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

5000-TEST-CUSTOMER.
    MOVE "N" TO WS-KYC-SWITCH.
    IF CUST-ID-EXPIRY-DATE NOT = 0
            AND CUST-ID-EXPIRY-DATE < WS-DATE
        SET CUSTOMER-NON-COMPLIANT TO TRUE
    END-IF.
    IF CUST-NEXT-REVIEW-DATE NOT = 0
            AND CUST-NEXT-REVIEW-DATE < WS-DATE
        SET CUSTOMER-NON-COMPLIANT TO TRUE
    END-IF.

6000-WRITE-AUDIT.
    OPEN EXTEND AUDIT-LOG.
    IF WS-AUD-FILE-STATUS = "35"
        OPEN OUTPUT AUDIT-LOG
        CLOSE AUDIT-LOG
        OPEN EXTEND AUDIT-LOG
    END-IF.

    ACCEPT WS-TIME FROM TIME.
    MOVE 0                TO AUD-ACCT-NUM.
    MOVE WS-FIELD-CHANGED TO AUD-FIELD.
    MOVE WS-OLD-VALUE     TO AUD-OLD-VALUE.
    MOVE WS-NEW-VALUE     TO AUD-NEW-VALUE.
    MOVE WS-DATE          TO AUD-DATE.
    MOVE WS-TIME          TO AUD-TIME.
    MOVE LK-OPERATOR-ID   TO AUD-OPERATOR.

    WRITE AUDIT-RECORD.
    CLOSE AUDIT-LOG.
