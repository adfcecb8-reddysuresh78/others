IDENTIFICATION DIVISION.
PROGRAM-ID. INTEGCHK.

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
    SELECT CHEQUE-REGISTER ASSIGN TO "CHQREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CHQR-KEY
        FILE STATUS IS WS-CHQR-FILE-STATUS.
    SELECT PAID-CHEQUE-FILE ASSIGN TO "PAIDCHQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PCHQ-KEY
        FILE STATUS IS WS-PCHQ-FILE-STATUS.
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
    SELECT INTEGRITY-REPORT ASSIGN TO "INTEGRPT"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD ACCOUNT-MASTER.
COPY "ACCTREC.CPY".

FD CUSTOMER-MASTER.
COPY "CUSTREC.CPY".

FD HOLDER-XREF-FILE.
COPY "XREFREC.CPY".

FD HOLD-FILE.
COPY "HOLDREC.CPY".

FD STANDING-ORDER-FILE.
COPY "SOREC.CPY".

FD TERM-DEPOSIT-FILE.
COPY "TDREC.CPY".

FD LOAN-FILE.
COPY "LOANREC.CPY".

FD CHEQUE-REGISTER.
COPY "CHQREC.CPY".

FD PAID-CHEQUE-FILE.
COPY "PAIDCHQ.CPY".

FD TRANLOG.
COPY "TRANREC.CPY".

FD TRAN-CONTROL.
COPY "TRANCTL.CPY".

FD INTEGRITY-REPORT.
01 INTEGRITY-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-ACCT-FILE-STATUS  PIC X(2).
01 WS-CUST-FILE-STATUS  PIC X(2).
01 WS-XREF-FILE-STATUS  PIC X(2).
01 WS-HOLD-FILE-STATUS  PIC X(2).
01 WS-SO-FILE-STATUS    PIC X(2).
01 WS-TD-FILE-STATUS    PIC X(2).
01 WS-LOAN-FILE-STATUS  PIC X(2).
01 WS-CHQR-FILE-STATUS  PIC X(2).
01 WS-PCHQ-FILE-STATUS  PIC X(2).
01 WS-TRAN-FILE-STATUS  PIC X(2).
01 WS-TCTL-FILE-STATUS  PIC X(2).
01 WS-RPT-FILE-STATUS   PIC X(2).
01 WS-CUST-PRESENT-SW   PIC X(1).
    88 CUSTOMERS-ON-FILE VALUE "Y".
01 WS-XREF-PRESENT-SW   PIC X(1).
    88 XREF-ON-FILE     VALUE "Y".
01 WS-HOLD-PRESENT-SW   PIC X(1).
    88 HOLDS-ON-FILE    VALUE "Y".
01 WS-SO-PRESENT-SW     PIC X(1).
    88 ORDERS-ON-FILE   VALUE "Y".
01 WS-TD-PRESENT-SW     PIC X(1).
    88 DEPOSITS-ON-FILE VALUE "Y".
01 WS-LOAN-PRESENT-SW   PIC X(1).
    88 LOANS-ON-FILE    VALUE "Y".
01 WS-CHQR-PRESENT-SW   PIC X(1).
    88 REGISTER-ON-FILE VALUE "Y".
01 WS-PCHQ-PRESENT-SW   PIC X(1).
    88 PAID-ON-FILE     VALUE "Y".
01 WS-TRAN-PRESENT-SW   PIC X(1).
    88 TRANLOG-ON-FILE  VALUE "Y".
01 WS-TCTL-PRESENT-SW   PIC X(1).
    88 TRANCTL-ON-FILE  VALUE "Y".
01 WS-EOF-SWITCH        PIC X(1).
    88 END-OF-FILE      VALUE "Y".
01 WS-CHQR-EOF-SWITCH   PIC X(1).
    88 END-OF-REGISTER  VALUE "Y".
01 WS-RANGE-SWITCH      PIC X(1).
    88 IN-ISSUED-RANGE  VALUE "Y".
01 WS-ACCT-FOUND-SWITCH PIC X(1).
    88 ACCOUNT-FOUND    VALUE "Y".
01 WS-CUST-FOUND-SWITCH PIC X(1).
    88 CUSTOMER-FOUND   VALUE "Y".
01 WS-HALT-SWITCH       PIC X(1) VALUE "Y".
    88 HALT-ON-SEVERE   VALUE "Y".
01 WS-TODAY             PIC 9(8).
01 WS-CHECK-IDX         PIC 9(1).
01 WS-CHECK-TABLE.
    05 FILLER PIC X(56) VALUE
        "WACCOUNT HOLDERS NOT ON THE CUSTOMER MASTER             ".
    05 FILLER PIC X(56) VALUE
        "WACTIVE HOLDS ON CLOSED OR MISSING ACCOUNTS             ".
    05 FILLER PIC X(56) VALUE
        "WACTIVE STANDING ORDERS ON CLOSED OR MISSING ACCOUNTS   ".
    05 FILLER PIC X(56) VALUE
        "STERM DEPOSITS ON ACCOUNTS THAT ARE NOT TERM DEPOSITS   ".
    05 FILLER PIC X(56) VALUE
        "SLOANS WHOSE LINKED ACCOUNT IS NOT ON THE MASTER        ".
    05 FILLER PIC X(56) VALUE
        "WPAID CHEQUES OUTSIDE EVERY ISSUED CHEQUE RANGE         ".
    05 FILLER PIC X(56) VALUE
        "STRANSACTION CONTROL BEHIND THE JOURNAL                 ".
01 WS-CHECKS REDEFINES WS-CHECK-TABLE.
    05 WS-CHECK-ENTRY OCCURS 7 TIMES.
        10 WS-CHECK-SEVERITY PIC X(1).
            88 SEVERE-CHECK  VALUE "S".
        10 WS-CHECK-TITLE    PIC X(55).
01 WS-CHECK-COUNTS.
    05 WS-CHECK-COUNT   PIC 9(5) OCCURS 7 TIMES.
01 WS-SEVERE-BREAKS     PIC 9(5) VALUE 0.
01 WS-WARNINGS          PIC 9(5) VALUE 0.
01 WS-HIGHEST-REF       PIC 9(9).
01 WS-REFS-ABOVE        PIC 9(7).
01 WS-EXCEPTION-TEXT    PIC X(128).
01 WS-EXC-PTR           PIC 9(3).
01 WS-HEADING-LINE.
    05 FILLER           PIC X(41)
        VALUE "CROSS-FILE INTEGRITY EXCEPTIONS REPORT --".
    05 FILLER           PIC X(1) VALUE SPACE.
    05 HDG-DATE         PIC 9(8).
    05 FILLER           PIC X(82) VALUE SPACES.
01 WS-SECTION-LINE.
    05 FILLER           PIC X(6) VALUE "CHECK ".
    05 SEC-NUM          PIC 9(1).
    05 FILLER           PIC X(2) VALUE ": ".
    05 SEC-TITLE        PIC X(55).
    05 FILLER           PIC X(10) VALUE "SEVERITY: ".
    05 SEC-SEVERITY     PIC X(7).
    05 FILLER           PIC X(51) VALUE SPACES.
01 WS-EXCEPTION-LINE.
    05 FILLER           PIC X(4) VALUE SPACES.
    05 EXC-TEXT         PIC X(128).
01 WS-COUNT-LINE.
    05 FILLER           PIC X(4) VALUE SPACES.
    05 CNT-CAPTION      PIC X(20).
    05 CNT-COUNT        PIC Z(4)9.
    05 FILLER           PIC X(103) VALUE SPACES.
01 WS-SUMMARY-LINE.
    05 FILLER           PIC X(6) VALUE "CHECK ".
    05 SUM-NUM          PIC 9(1).
    05 FILLER           PIC X(2) VALUE "  ".
    05 SUM-TITLE        PIC X(55).
    05 SUM-SEVERITY     PIC X(7).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 SUM-COUNT        PIC Z(4)9.
    05 FILLER           PIC X(54) VALUE SPACES.
01 WS-BLANK-LINE        PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Cross-File Integrity Check for ", WS-TODAY,
        " =====".

    OPEN INPUT ACCOUNT-MASTER.
    IF WS-ACCT-FILE-STATUS = "35"
        DISPLAY "No accounts are on file."
        GOBACK
    END-IF.

    PERFORM 0100-OPEN-FILES.
    MOVE ZEROES TO WS-CHECK-COUNTS.

    OPEN OUTPUT INTEGRITY-REPORT.
    MOVE WS-TODAY TO HDG-DATE.
    MOVE WS-HEADING-LINE TO INTEGRITY-REPORT-LINE.
    WRITE INTEGRITY-REPORT-LINE.

    PERFORM 1000-CHECK-HOLDER-CUSTOMERS.
    PERFORM 2000-CHECK-HOLDS.
    PERFORM 2500-CHECK-STANDING-ORDERS.
    PERFORM 3000-CHECK-TERM-DEPOSITS.
    PERFORM 3500-CHECK-LOANS.
    PERFORM 4000-CHECK-PAID-CHEQUES.
    PERFORM 4500-CHECK-TRAN-CONTROL.
    PERFORM 5000-WRITE-SUMMARY.

    CLOSE INTEGRITY-REPORT.
    PERFORM 0900-CLOSE-FILES.

    DISPLAY "Severe breaks: ", WS-SEVERE-BREAKS,
        "  Warnings: ", WS-WARNINGS.
    IF WS-SEVERE-BREAKS > 0 AND HALT-ON-SEVERE
        DISPLAY "SEVERE INTEGRITY BREAKS FOUND -- see INTEGRPT."
        MOVE 8 TO RETURN-CODE
    END-IF.
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

    MOVE "N" TO WS-HOLD-PRESENT-SW.
    OPEN INPUT HOLD-FILE.
    IF WS-HOLD-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-HOLD-PRESENT-SW
    END-IF.

    MOVE "N" TO WS-SO-PRESENT-SW.
    OPEN INPUT STANDING-ORDER-FILE.
    IF WS-SO-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-SO-PRESENT-SW
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

    MOVE "N" TO WS-CHQR-PRESENT-SW.
    OPEN INPUT CHEQUE-REGISTER.
    IF WS-CHQR-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-CHQR-PRESENT-SW
    END-IF.

    MOVE "N" TO WS-PCHQ-PRESENT-SW.
    OPEN INPUT PAID-CHEQUE-FILE.
    IF WS-PCHQ-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-PCHQ-PRESENT-SW
    END-IF.

    MOVE "N" TO WS-TRAN-PRESENT-SW.
    OPEN INPUT TRANLOG.
    IF WS-TRAN-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-TRAN-PRESENT-SW
    END-IF.

    MOVE "N" TO WS-TCTL-PRESENT-SW.
    OPEN INPUT TRAN-CONTROL.
    IF WS-TCTL-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-TCTL-PRESENT-SW
    END-IF.

0900-CLOSE-FILES.
    CLOSE ACCOUNT-MASTER.
    IF CUSTOMERS-ON-FILE
        CLOSE CUSTOMER-MASTER
    END-IF.
    IF XREF-ON-FILE
        CLOSE HOLDER-XREF-FILE
    END-IF.
    IF HOLDS-ON-FILE
        CLOSE HOLD-FILE
    END-IF.
    IF ORDERS-ON-FILE
        CLOSE STANDING-ORDER-FILE
    END-IF.
    IF DEPOSITS-ON-FILE
        CLOSE TERM-DEPOSIT-FILE
    END-IF.
    IF LOANS-ON-FILE
        CLOSE LOAN-FILE
    END-IF.
    IF REGISTER-ON-FILE
        CLOSE CHEQUE-REGISTER
    END-IF.
    IF PAID-ON-FILE
        CLOSE PAID-CHEQUE-FILE
    END-IF.
    IF TRANLOG-ON-FILE
        CLOSE TRANLOG
    END-IF.
    IF TRANCTL-ON-FILE
        CLOSE TRAN-CONTROL
    END-IF.

1000-CHECK-HOLDER-CUSTOMERS.
    MOVE 1 TO WS-CHECK-IDX.
    PERFORM 8000-START-SECTION.
    IF XREF-ON-FILE
        MOVE "N" TO WS-EOF-SWITCH
        MOVE LOW-VALUES TO XREF-KEY
        START HOLDER-XREF-FILE KEY IS GREATER THAN XREF-KEY
            INVALID KEY
                SET END-OF-FILE TO TRUE
        END-START
        PERFORM 1100-READ-HOLDER UNTIL END-OF-FILE
    END-IF.
    PERFORM 8200-END-SECTION.

1100-READ-HOLDER.
    READ HOLDER-XREF-FILE NEXT RECORD
        AT END
            SET END-OF-FILE TO TRUE
        NOT AT END
            PERFORM 1200-VERIFY-HOLDER
    END-READ.

1200-VERIFY-HOLDER.
    MOVE "N" TO WS-CUST-FOUND-SWITCH.
    IF CUSTOMERS-ON-FILE
        MOVE XREF-CUST-NUM TO CUST-NUM
        READ CUSTOMER-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET CUSTOMER-FOUND TO TRUE
        END-READ
    END-IF.
    IF NOT CUSTOMER-FOUND
        MOVE SPACES TO WS-EXCEPTION-TEXT
        MOVE 1 TO WS-EXC-PTR
        STRING "Account Number " DELIMITED BY SIZE
            XREF-ACCT-NUM DELIMITED BY SIZE
            " holder Customer Number " DELIMITED BY SIZE
            XREF-CUST-NUM DELIMITED BY SIZE
            " (role " DELIMITED BY SIZE
            XREF-ROLE DELIMITED BY SIZE
            ") is not on CUSTMAST." DELIMITED BY SIZE
            INTO WS-EXCEPTION-TEXT
            WITH POINTER WS-EXC-PTR
        PERFORM 8100-WRITE-EXCEPTION
    END-IF.

2000-CHECK-HOLDS.
    MOVE 2 TO WS-CHECK-IDX.
    PERFORM 8000-START-SECTION.
    IF HOLDS-ON-FILE
        MOVE "N" TO WS-EOF-SWITCH
        MOVE 0 TO HOLD-ACCT-NUM
        MOVE 0 TO HOLD-SEQ
        START HOLD-FILE KEY IS GREATER THAN HOLD-KEY
            INVALID KEY
                SET END-OF-FILE TO TRUE
        END-START
        PERFORM 2100-READ-HOLD UNTIL END-OF-FILE
    END-IF.
    PERFORM 8200-END-SECTION.

2100-READ-HOLD.
    READ HOLD-FILE NEXT RECORD
        AT END
            SET END-OF-FILE TO TRUE
        NOT AT END
            IF HOLD-ACTIVE
                MOVE HOLD-ACCT-NUM TO ACCT-NUM
                PERFORM 7000-READ-ACCOUNT
                IF NOT ACCOUNT-FOUND OR ACCT-CLOSED
                    MOVE SPACES TO WS-EXCEPTION-TEXT
                    MOVE 1 TO WS-EXC-PTR
                    STRING "Hold " DELIMITED BY SIZE
                        HOLD-SEQ DELIMITED BY SIZE
                        " for " DELIMITED BY SIZE
                        HOLD-AMOUNT DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        HOLD-REASON DELIMITED BY "  "
                        ") is active on Account Number " DELIMITED BY SIZE
                        HOLD-ACCT-NUM DELIMITED BY SIZE
                        INTO WS-EXCEPTION-TEXT
                        WITH POINTER WS-EXC-PTR
                    PERFORM 7100-APPEND-ACCOUNT-STATE
                    PERFORM 8100-WRITE-EXCEPTION
                END-IF
            END-IF
    END-READ.

2500-CHECK-STANDING-ORDERS.
    MOVE 3 TO WS-CHECK-IDX.
    PERFORM 8000-START-SECTION.
    IF ORDERS-ON-FILE
        MOVE "N" TO WS-EOF-SWITCH
        MOVE 0 TO SO-NUM
        START STANDING-ORDER-FILE KEY IS GREATER THAN SO-NUM
            INVALID KEY
                SET END-OF-FILE TO TRUE
        END-START
        PERFORM 2600-READ-STANDING-ORDER UNTIL END-OF-FILE
    END-IF.
    PERFORM 8200-END-SECTION.

2600-READ-STANDING-ORDER.
    READ STANDING-ORDER-FILE NEXT RECORD
        AT END
            SET END-OF-FILE TO TRUE
        NOT AT END
            IF SO-ACTIVE
                MOVE SO-FROM-ACCT-NUM TO ACCT-NUM
                PERFORM 2700-VERIFY-ORDER-ACCOUNT
                MOVE SO-TO-ACCT-NUM TO ACCT-NUM
                PERFORM 2700-VERIFY-ORDER-ACCOUNT
            END-IF
    END-READ.

2700-VERIFY-ORDER-ACCOUNT.
    PERFORM 7000-READ-ACCOUNT.
    IF NOT ACCOUNT-FOUND OR ACCT-CLOSED
        MOVE SPACES TO WS-EXCEPTION-TEXT
        MOVE 1 TO WS-EXC-PTR
        STRING "Standing order " DELIMITED BY SIZE
            SO-NUM DELIMITED BY SIZE
            " from " DELIMITED BY SIZE
            SO-FROM-ACCT-NUM DELIMITED BY SIZE
            " to " DELIMITED BY SIZE
            SO-TO-ACCT-NUM DELIMITED BY SIZE
            " is active but Account Number " DELIMITED BY SIZE
            ACCT-NUM DELIMITED BY SIZE
            INTO WS-EXCEPTION-TEXT
            WITH POINTER WS-EXC-PTR
        PERFORM 7100-APPEND-ACCOUNT-STATE
        PERFORM 8100-WRITE-EXCEPTION
    END-IF.

3000-CHECK-TERM-DEPOSITS.
    MOVE 4 TO WS-CHECK-IDX.
    PERFORM 8000-START-SECTION.
    IF DEPOSITS-ON-FILE
        MOVE "N" TO WS-EOF-SWITCH
        MOVE 0 TO TD-ACCT-NUM
        START TERM-DEPOSIT-FILE KEY IS GREATER THAN TD-ACCT-NUM
            INVALID KEY
                SET END-OF-FILE TO TRUE
        END-START
        PERFORM 3100-READ-TERM-DEPOSIT UNTIL END-OF-FILE
    END-IF.
    PERFORM 8200-END-SECTION.

3100-READ-TERM-DEPOSIT.
    READ TERM-DEPOSIT-FILE NEXT RECORD
        AT END
            SET END-OF-FILE TO TRUE
        NOT AT END
            MOVE TD-ACCT-NUM TO ACCT-NUM
            PERFORM 7000-READ-ACCOUNT
            IF NOT ACCOUNT-FOUND OR NOT ACCT-TERM-DEP
                MOVE SPACES TO WS-EXCEPTION-TEXT
                MOVE 1 TO WS-EXC-PTR
                STRING "Term deposit (status " DELIMITED BY SIZE
                    TD-STATUS DELIMITED BY SIZE
                    ", maturity " DELIMITED BY SIZE
                    TD-MATURITY-DATE DELIMITED BY SIZE
                    ") on Account Number " DELIMITED BY SIZE
                    TD-ACCT-NUM DELIMITED BY SIZE
                    INTO WS-EXCEPTION-TEXT
                    WITH POINTER WS-EXC-PTR
                IF ACCOUNT-FOUND
                    STRING " -- account type is " DELIMITED BY SIZE
                        ACCT-TYPE DELIMITED BY SIZE
                        INTO WS-EXCEPTION-TEXT
                        WITH POINTER WS-EXC-PTR
                ELSE
                    PERFORM 7100-APPEND-ACCOUNT-STATE
                END-IF
                PERFORM 8100-WRITE-EXCEPTION
            END-IF
    END-READ.

3500-CHECK-LOANS.
    MOVE 5 TO WS-CHECK-IDX.
    PERFORM 8000-START-SECTION.
    IF LOANS-ON-FILE
        MOVE "N" TO WS-EOF-SWITCH
        MOVE 0 TO LOAN-NUM
        START LOAN-FILE KEY IS GREATER THAN LOAN-NUM
            INVALID KEY
                SET END-OF-FILE TO TRUE
        END-START
        PERFORM 3600-READ-LOAN UNTIL END-OF-FILE
    END-IF.
    PERFORM 8200-END-SECTION.

3600-READ-LOAN.
    READ LOAN-FILE NEXT RECORD
        AT END
            SET END-OF-FILE TO TRUE
        NOT AT END
            MOVE LOAN-ACCT-NUM TO ACCT-NUM
            PERFORM 7000-READ-ACCOUNT
            IF NOT ACCOUNT-FOUND
                MOVE SPACES TO WS-EXCEPTION-TEXT
                MOVE 1 TO WS-EXC-PTR
                STRING "Loan Number " DELIMITED BY SIZE
                    LOAN-NUM DELIMITED BY SIZE
                    " (status " DELIMITED BY SIZE
                    LOAN-STATUS DELIMITED BY SIZE
                    ", balance " DELIMITED BY SIZE
                    LOAN-BALANCE DELIMITED BY SIZE
                    ") is linked to Account Number " DELIMITED BY SIZE
                    LOAN-ACCT-NUM DELIMITED BY SIZE
                    INTO WS-EXCEPTION-TEXT
                    WITH POINTER WS-EXC-PTR
                PERFORM 7100-APPEND-ACCOUNT-STATE
                PERFORM 8100-WRITE-EXCEPTION
            END-IF
    END-READ.

4000-CHECK-PAID-CHEQUES.
    MOVE 6 TO WS-CHECK-IDX.
    PERFORM 8000-START-SECTION.
    IF PAID-ON-FILE
        MOVE "N" TO WS-EOF-SWITCH
        MOVE 0 TO PCHQ-ACCT-NUM
        MOVE 0 TO PCHQ-CHQ-NUM
        START PAID-CHEQUE-FILE KEY IS GREATER THAN PCHQ-KEY
            INVALID KEY
                SET END-OF-FILE TO TRUE
        END-START
        PERFORM 4100-READ-PAID-CHEQUE UNTIL END-OF-FILE
    END-IF.
    PERFORM 8200-END-SECTION.

4100-READ-PAID-CHEQUE.
    READ PAID-CHEQUE-FILE NEXT RECORD
        AT END
            SET END-OF-FILE TO TRUE
        NOT AT END
            PERFORM 4200-FIND-ISSUED-RANGE
            IF NOT IN-ISSUED-RANGE
                MOVE SPACES TO WS-EXCEPTION-TEXT
                MOVE 1 TO WS-EXC-PTR
                STRING "Cheque " DELIMITED BY SIZE
                    PCHQ-CHQ-NUM DELIMITED BY SIZE
                    " paid " DELIMITED BY SIZE
                    PCHQ-PAID-DATE DELIMITED BY SIZE
                    " on Account Number " DELIMITED BY SIZE
                    PCHQ-ACCT-NUM DELIMITED BY SIZE
                    " (ref " DELIMITED BY SIZE
                    PCHQ-TRAN-REF DELIMITED BY SIZE
                    ") is outside every CHQREG range." DELIMITED BY SIZE
                    INTO WS-EXCEPTION-TEXT
                    WITH POINTER WS-EXC-PTR
                PERFORM 8100-WRITE-EXCEPTION
            END-IF
    END-READ.

4200-FIND-ISSUED-RANGE.
    MOVE "N" TO WS-RANGE-SWITCH.
    IF REGISTER-ON-FILE
        MOVE "N" TO WS-CHQR-EOF-SWITCH
        MOVE PCHQ-ACCT-NUM TO CHQR-ACCT-NUM
        MOVE 0 TO CHQR-START-NUM
        START CHEQUE-REGISTER KEY IS NOT LESS THAN CHQR-KEY
            INVALID KEY
                SET END-OF-REGISTER TO TRUE
        END-START
        PERFORM 4300-READ-REGISTER
            UNTIL END-OF-REGISTER OR IN-ISSUED-RANGE
    END-IF.

4300-READ-REGISTER.
    READ CHEQUE-REGISTER NEXT RECORD
        AT END
            SET END-OF-REGISTER TO TRUE
        NOT AT END
            IF CHQR-ACCT-NUM NOT = PCHQ-ACCT-NUM
                    OR CHQR-START-NUM > PCHQ-CHQ-NUM
                SET END-OF-REGISTER TO TRUE
            ELSE
                IF PCHQ-CHQ-NUM NOT > CHQR-END-NUM
                    SET IN-ISSUED-RANGE TO TRUE
                END-IF
            END-IF
    END-READ.

4500-CHECK-TRAN-CONTROL.
    MOVE 7 TO WS-CHECK-IDX.
    PERFORM 8000-START-SECTION.
    IF TRANLOG-ON-FILE
        MOVE 0 TO TCTL-LAST-TRAN-REF
        IF TRANCTL-ON-FILE
            MOVE "T" TO TCTL-KEY
            READ TRAN-CONTROL
                INVALID KEY
                    MOVE 0 TO TCTL-LAST-TRAN-REF
            END-READ
        END-IF
        MOVE 0 TO WS-REFS-ABOVE
        MOVE TCTL-LAST-TRAN-REF TO WS-HIGHEST-REF
        MOVE "N" TO WS-EOF-SWITCH
        MOVE TCTL-LAST-TRAN-REF TO TRAN-REF
        START TRANLOG KEY IS GREATER THAN TRAN-REF
            INVALID KEY
                SET END-OF-FILE TO TRUE
        END-START
        PERFORM 4600-READ-LATER-REF UNTIL END-OF-FILE
        IF WS-REFS-ABOVE > 0
            MOVE SPACES TO WS-EXCEPTION-TEXT
            MOVE 1 TO WS-EXC-PTR
            STRING "TRANCTL last reference " DELIMITED BY SIZE
                TCTL-LAST-TRAN-REF DELIMITED BY SIZE
                " is below the highest TRAN-REF on file "
                DELIMITED BY SIZE
                WS-HIGHEST-REF DELIMITED BY SIZE
                " (" DELIMITED BY SIZE
                WS-REFS-ABOVE DELIMITED BY SIZE
                " entries above it)." DELIMITED BY SIZE
                INTO WS-EXCEPTION-TEXT
                WITH POINTER WS-EXC-PTR
            PERFORM 8100-WRITE-EXCEPTION
        END-IF
    END-IF.
    PERFORM 8200-END-SECTION.

4600-READ-LATER-REF.
    READ TRANLOG NEXT RECORD
        AT END
            SET END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-REFS-ABOVE
            IF TRAN-REF > WS-HIGHEST-REF
                MOVE TRAN-REF TO WS-HIGHEST-REF
            END-IF
    END-READ.

5000-WRITE-SUMMARY.
    MOVE WS-BLANK-LINE TO INTEGRITY-REPORT-LINE.
    WRITE INTEGRITY-REPORT-LINE.
    MOVE "SUMMARY BY CHECK" TO INTEGRITY-REPORT-LINE.
    WRITE INTEGRITY-REPORT-LINE.
    PERFORM 5100-WRITE-SUMMARY-LINE
        VARYING WS-CHECK-IDX FROM 1 BY 1
        UNTIL WS-CHECK-IDX > 7.

    MOVE WS-BLANK-LINE TO INTEGRITY-REPORT-LINE.
    WRITE INTEGRITY-REPORT-LINE.
    MOVE "SEVERE BREAKS" TO CNT-CAPTION.
    MOVE WS-SEVERE-BREAKS TO CNT-COUNT.
    MOVE WS-COUNT-LINE TO INTEGRITY-REPORT-LINE.
    WRITE INTEGRITY-REPORT-LINE.
    MOVE "WARNINGS" TO CNT-CAPTION.
    MOVE WS-WARNINGS TO CNT-COUNT.
    MOVE WS-COUNT-LINE TO INTEGRITY-REPORT-LINE.
    WRITE INTEGRITY-REPORT-LINE.

5100-WRITE-SUMMARY-LINE.
    MOVE WS-CHECK-IDX TO SUM-NUM.
    MOVE WS-CHECK-TITLE (WS-CHECK-IDX) TO SUM-TITLE.
    IF SEVERE-CHECK (WS-CHECK-IDX)
        MOVE "SEVERE" TO SUM-SEVERITY
    ELSE
        MOVE "WARNING" TO SUM-SEVERITY
    END-IF.
    MOVE WS-CHECK-COUNT (WS-CHECK-IDX) TO SUM-COUNT.
    MOVE WS-SUMMARY-LINE TO INTEGRITY-REPORT-LINE.
    WRITE INTEGRITY-REPORT-LINE.

7000-READ-ACCOUNT.
    MOVE "Y" TO WS-ACCT-FOUND-SWITCH.
    READ ACCOUNT-MASTER
        INVALID KEY
            MOVE "N" TO WS-ACCT-FOUND-SWITCH
    END-READ.

7100-APPEND-ACCOUNT-STATE.
    IF ACCOUNT-FOUND
        STRING " -- account is closed." DELIMITED BY SIZE
            INTO WS-EXCEPTION-TEXT
            WITH POINTER WS-EXC-PTR
    ELSE
        STRING " -- account not on ACCTMAST." DELIMITED BY SIZE
            INTO WS-EXCEPTION-TEXT
            WITH POINTER WS-EXC-PTR
    END-IF.

8000-START-SECTION.
    MOVE WS-BLANK-LINE TO INTEGRITY-REPORT-LINE.
    WRITE INTEGRITY-REPORT-LINE.
    MOVE WS-CHECK-IDX TO SEC-NUM.
    MOVE WS-CHECK-TITLE (WS-CHECK-IDX) TO SEC-TITLE.
    IF SEVERE-CHECK (WS-CHECK-IDX)
        MOVE "SEVERE" TO SEC-SEVERITY
    ELSE
        MOVE "WARNING" TO SEC-SEVERITY
    END-IF.
    MOVE WS-SECTION-LINE TO INTEGRITY-REPORT-LINE.
    WRITE INTEGRITY-REPORT-LINE.

8100-WRITE-EXCEPTION.
    ADD 1 TO WS-CHECK-COUNT (WS-CHECK-IDX).
    IF SEVERE-CHECK (WS-CHECK-IDX)
        ADD 1 TO WS-SEVERE-BREAKS
    ELSE
        ADD 1 TO WS-WARNINGS
    END-IF.
    MOVE WS-EXCEPTION-TEXT TO EXC-TEXT.
    MOVE WS-EXCEPTION-LINE TO INTEGRITY-REPORT-LINE.
    WRITE INTEGRITY-REPORT-LINE.

8200-END-SECTION.
    MOVE "EXCEPTIONS FOUND" TO CNT-CAPTION.
    MOVE WS-CHECK-COUNT (WS-CHECK-IDX) TO CNT-COUNT.
    MOVE WS-COUNT-LINE TO INTEGRITY-REPORT-LINE.
    WRITE INTEGRITY-REPORT-LINE.
