IDENTIFICATION DIVISION.
PROGRAM-ID. CARDMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-NUM
        ALTERNATE RECORD KEY IS ACCT-NAME WITH DUPLICATES
        FILE STATUS IS WS-ACCT-FILE-STATUS.
    SELECT ACCOUNT-CONTROL ASSIGN TO "ACCTCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTL-KEY
        FILE STATUS IS WS-CTL-FILE-STATUS.
    SELECT CARD-FILE ASSIGN TO "CARDFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CARD-NUM
        FILE STATUS IS WS-CARD-FILE-STATUS.
    SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-AUD-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD ACCOUNT-MASTER.
COPY "ACCTREC.CPY".

FD ACCOUNT-CONTROL.
COPY "ACCTCTL.CPY".

FD CARD-FILE.
COPY "CARDREC.CPY".

FD AUDIT-LOG.
COPY "AUDREC.CPY".

WORKING-STORAGE SECTION.
01 WS-ACCT-FILE-STATUS PIC X(2).
01 WS-CTL-FILE-STATUS  PIC X(2).
01 WS-CARD-FILE-STATUS PIC X(2).
01 WS-AUD-FILE-STATUS  PIC X(2).
01 WS-ACTION           PIC 9(1).
01 WS-TODAY            PIC 9(8).
01 WS-TIME             PIC 9(8).
01 WS-ACCT-NUM         PIC 9(5).
01 WS-CARD-NUM         PIC 9(16).
01 WS-NEW-CARD-NUM     PIC 9(16).
01 WS-NEW-CARD-PARTS REDEFINES WS-NEW-CARD-NUM.
    05 WS-NEW-CARD-BIN    PIC 9(6).
    05 WS-NEW-CARD-SERIAL PIC 9(10).
01 WS-CARD-BIN         PIC 9(6) VALUE 457100.
01 WS-CASH-LIMIT       PIC 9(7)V99.
01 WS-PURCH-LIMIT      PIC 9(7)V99.
01 WS-DEFAULT-CASH     PIC 9(7)V99 VALUE 500.00.
01 WS-DEFAULT-PURCH    PIC 9(7)V99 VALUE 2500.00.
01 WS-CARD-LIFE-YEARS  PIC 9(1) VALUE 3.
01 WS-BLOCK-REASON     PIC X(1).
01 WS-REPLY            PIC X(1).
01 WS-PIN              PIC 9(4).
01 WS-PIN-CONFIRM      PIC 9(4).
01 WS-PIN-PRODUCT      PIC 9(9).
01 WS-PIN-QUOTIENT     PIC 9(9).
01 WS-PIN-HASH         PIC 9(5).
01 WS-AUD-FIELD        PIC X(12).
01 WS-AUD-NEW-VALUE    PIC X(20).
01 WS-ABORT-SWITCH     PIC X(1).
    88 ACTION-ABORTED  VALUE "Y".
01 WS-EXPIRY-DATE      PIC 9(8).
01 WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-DATE.
    05 WS-EXPIRY-YEAR  PIC 9(4).
    05 WS-EXPIRY-MONTH PIC 9(2).
    05 WS-EXPIRY-DAY   PIC 9(2).
01 WS-LEAP-QUOTIENT    PIC 9(4).
01 WS-LEAP-REMAINDER   PIC 9(1).
01 WS-MONTH-LENGTH-TABLE.
    05 FILLER PIC X(24) VALUE "312831303130313130313031".
01 WS-MONTH-LENGTHS REDEFINES WS-MONTH-LENGTH-TABLE.
    05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).

LINKAGE SECTION.
01 LK-OPERATOR-ID PIC X(8).

PROCEDURE DIVISION USING LK-OPERATOR-ID.
    MOVE "N" TO WS-ABORT-SWITCH.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "1 = Issue card, 2 = Block card, 3 = Replace card: ".
    ACCEPT WS-ACTION.

    PERFORM 1000-OPEN-FILES.

    EVALUATE WS-ACTION
        WHEN 1
            PERFORM 2000-ISSUE-CARD
        WHEN 2
            PERFORM 4000-BLOCK-CARD
        WHEN 3
            PERFORM 5000-REPLACE-CARD
        WHEN OTHER
            DISPLAY "Invalid action."
    END-EVALUATE.

    CLOSE ACCOUNT-MASTER ACCOUNT-CONTROL CARD-FILE.
    GOBACK.

1000-OPEN-FILES.
    OPEN I-O ACCOUNT-MASTER.
    IF WS-ACCT-FILE-STATUS = "35"
        OPEN OUTPUT ACCOUNT-MASTER
        CLOSE ACCOUNT-MASTER
        OPEN I-O ACCOUNT-MASTER
    END-IF.

    OPEN I-O ACCOUNT-CONTROL.
    IF WS-CTL-FILE-STATUS = "35"
        OPEN OUTPUT ACCOUNT-CONTROL
        CLOSE ACCOUNT-CONTROL
        OPEN I-O ACCOUNT-CONTROL
    END-IF.

    OPEN I-O CARD-FILE.
    IF WS-CARD-FILE-STATUS = "35"
        OPEN OUTPUT CARD-FILE
        CLOSE CARD-FILE
        OPEN I-O CARD-FILE
    END-IF.

2000-ISSUE-CARD.
    DISPLAY "Enter Account Number: ".
    ACCEPT WS-ACCT-NUM.
    PERFORM 2100-VERIFY-ACCOUNT.

    IF NOT ACTION-ABORTED
        DISPLAY "Enter daily cash limit (0 = standard ",
            WS-DEFAULT-CASH, "): "
        ACCEPT WS-CASH-LIMIT
        IF WS-CASH-LIMIT = 0
            MOVE WS-DEFAULT-CASH TO WS-CASH-LIMIT
        END-IF
        DISPLAY "Enter daily purchase limit (0 = standard ",
            WS-DEFAULT-PURCH, "): "
        ACCEPT WS-PURCH-LIMIT
        IF WS-PURCH-LIMIT = 0
            MOVE WS-DEFAULT-PURCH TO WS-PURCH-LIMIT
        END-IF
        MOVE 0 TO WS-PIN
        MOVE 1 TO WS-PIN-CONFIRM
        PERFORM 2200-CAPTURE-PIN UNTIL WS-PIN-CONFIRM = WS-PIN
        COMPUTE WS-PIN-PRODUCT = (WS-PIN * 7919) + 13
        DIVIDE WS-PIN-PRODUCT BY 100000 GIVING WS-PIN-QUOTIENT
            REMAINDER WS-PIN-HASH
    END-IF.

    IF NOT ACTION-ABORTED
        PERFORM 3000-ASSIGN-CARD-NUM
        PERFORM 3100-SET-EXPIRY-DATE
        MOVE WS-NEW-CARD-NUM TO CARD-NUM
        MOVE WS-ACCT-NUM     TO CARD-ACCT-NUM
        SET CARD-ACTIVE TO TRUE
        MOVE SPACE           TO CARD-BLOCK-REASON
        MOVE WS-TODAY        TO CARD-ISSUE-DATE
        MOVE WS-EXPIRY-DATE  TO CARD-EXPIRY-DATE
        MOVE WS-CASH-LIMIT   TO CARD-CASH-LIMIT
        MOVE WS-PURCH-LIMIT  TO CARD-PURCH-LIMIT
        MOVE WS-PIN-HASH     TO CARD-PIN-HASH
        MOVE 0 TO CARD-PIN-FAILS
        MOVE 0 TO CARD-USAGE-DATE
        MOVE 0 TO CARD-CASH-USED
        MOVE 0 TO CARD-PURCH-USED
        MOVE 0 TO CARD-BLOCK-DATE
        MOVE 0 TO CARD-REPLACES
        MOVE 0 TO CARD-REPLACED-BY
        MOVE LK-OPERATOR-ID  TO CARD-OPERATOR
        WRITE CARD-RECORD
            INVALID KEY
                DISPLAY "Error writing Card ", WS-NEW-CARD-NUM
                SET ACTION-ABORTED TO TRUE
        END-WRITE
    END-IF.

    IF NOT ACTION-ABORTED
        MOVE "CARD-ISSUE" TO WS-AUD-FIELD
        MOVE "ISSUED"     TO WS-AUD-NEW-VALUE
        PERFORM 6000-WRITE-AUDIT
        DISPLAY "Card ", CARD-NUM, " issued on Account Number ",
            WS-ACCT-NUM, "  expires ", CARD-EXPIRY-DATE
    END-IF.

2100-VERIFY-ACCOUNT.
    MOVE WS-ACCT-NUM TO ACCT-NUM.
    READ ACCOUNT-MASTER
        INVALID KEY
            DISPLAY "Account Number ", WS-ACCT-NUM, " not found."
            SET ACTION-ABORTED TO TRUE
    END-READ.

    IF NOT ACTION-ABORTED AND NOT ACCT-ACTIVE
        DISPLAY "Account Number ", WS-ACCT-NUM, " is not active."
        SET ACTION-ABORTED TO TRUE
    END-IF.

    IF NOT ACTION-ABORTED AND ACCT-TERM-DEP
        DISPLAY "Cards cannot be issued on a term deposit."
        SET ACTION-ABORTED TO TRUE
    END-IF.

2200-CAPTURE-PIN.
    DISPLAY "Choose a 4-digit card PIN: ".
    ACCEPT WS-PIN.
    DISPLAY "Confirm PIN: ".
    ACCEPT WS-PIN-CONFIRM.
    IF WS-PIN-CONFIRM NOT = WS-PIN
        DISPLAY "PINs do not match -- try again."
    END-IF.

3000-ASSIGN-CARD-NUM.
    MOVE "K" TO CTL-KEY.
    READ ACCOUNT-CONTROL
        INVALID KEY
            MOVE 0 TO CTL-LAST-ACCT-NUM
    END-READ.
    ADD 1 TO CTL-LAST-ACCT-NUM.
    MOVE WS-CARD-BIN TO WS-NEW-CARD-BIN.
    MOVE CTL-LAST-ACCT-NUM TO WS-NEW-CARD-SERIAL.
    REWRITE CONTROL-RECORD
        INVALID KEY
            WRITE CONTROL-RECORD
    END-REWRITE.

3100-SET-EXPIRY-DATE.
    MOVE WS-TODAY TO WS-EXPIRY-DATE.
    ADD WS-CARD-LIFE-YEARS TO WS-EXPIRY-YEAR.
    MOVE WS-DAYS-IN-MONTH (WS-EXPIRY-MONTH) TO WS-EXPIRY-DAY.
    IF WS-EXPIRY-MONTH = 2
        DIVIDE WS-EXPIRY-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
            REMAINDER WS-LEAP-REMAINDER
        IF WS-LEAP-REMAINDER = 0
            MOVE 29 TO WS-EXPIRY-DAY
        END-IF
    END-IF.

3500-READ-CARD.
    DISPLAY "Enter Card Number: ".
    ACCEPT WS-CARD-NUM.
    MOVE WS-CARD-NUM TO CARD-NUM.
    READ CARD-FILE
        INVALID KEY
            DISPLAY "Card ", WS-CARD-NUM, " not found."
            SET ACTION-ABORTED TO TRUE
    END-READ.

    IF NOT ACTION-ABORTED
        DISPLAY "Card ", CARD-NUM, "  Account Number ",
            CARD-ACCT-NUM, "  status ", CARD-STATUS,
            "  expires ", CARD-EXPIRY-DATE
    END-IF.

4000-BLOCK-CARD.
    PERFORM 3500-READ-CARD.

    IF NOT ACTION-ABORTED AND CARD-HOT-LISTED
        DISPLAY "Card ", WS-CARD-NUM, " is already hot-listed."
        SET ACTION-ABORTED TO TRUE
    END-IF.

    IF NOT ACTION-ABORTED
        MOVE SPACE TO WS-BLOCK-REASON
        PERFORM 4100-CAPTURE-BLOCK-REASON
            UNTIL WS-BLOCK-REASON = "L" OR WS-BLOCK-REASON = "S"
                OR WS-BLOCK-REASON = "F"
        DISPLAY "Hot-list this card (Y/N)? "
        ACCEPT WS-REPLY
        IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "y"
            DISPLAY "Card not blocked."
            SET ACTION-ABORTED TO TRUE
        END-IF
    END-IF.

    IF NOT ACTION-ABORTED
        SET CARD-HOT-LISTED TO TRUE
        MOVE WS-BLOCK-REASON TO CARD-BLOCK-REASON
        MOVE WS-TODAY        TO CARD-BLOCK-DATE
        MOVE LK-OPERATOR-ID  TO CARD-OPERATOR
        REWRITE CARD-RECORD
            INVALID KEY
                DISPLAY "Error blocking Card ", WS-CARD-NUM
                SET ACTION-ABORTED TO TRUE
        END-REWRITE
    END-IF.

    IF NOT ACTION-ABORTED
        MOVE "CARD-BLOCK" TO WS-AUD-FIELD
        MOVE SPACES TO WS-AUD-NEW-VALUE
        STRING "HOT-LISTED " DELIMITED BY SIZE
            WS-BLOCK-REASON DELIMITED BY SIZE
            INTO WS-AUD-NEW-VALUE
        PERFORM 6000-WRITE-AUDIT
        DISPLAY "Card ", WS-CARD-NUM, " hot-listed."
    END-IF.

4100-CAPTURE-BLOCK-REASON.
    DISPLAY "Reason (L=Lost, S=Stolen, F=Suspected fraud): ".
    ACCEPT WS-BLOCK-REASON.
    IF WS-BLOCK-REASON NOT = "L" AND WS-BLOCK-REASON NOT = "S"
            AND WS-BLOCK-REASON NOT = "F"
        DISPLAY "Invalid reason -- enter L, S or F."
    END-IF.

5000-REPLACE-CARD.
    PERFORM 3500-READ-CARD.

    IF NOT ACTION-ABORTED AND CARD-REPLACED-BY NOT = 0
        DISPLAY "Card ", WS-CARD-NUM, " has already been replaced by ",
            CARD-REPLACED-BY, "."
        SET ACTION-ABORTED TO TRUE
    END-IF.

    IF NOT ACTION-ABORTED
        MOVE CARD-ACCT-NUM TO WS-ACCT-NUM
        PERFORM 2100-VERIFY-ACCOUNT
    END-IF.

    IF NOT ACTION-ABORTED
        PERFORM 3000-ASSIGN-CARD-NUM
        PERFORM 3100-SET-EXPIRY-DATE
        IF CARD-ACTIVE
            SET CARD-HOT-LISTED TO TRUE
            SET CARD-REPLACED TO TRUE
            MOVE WS-TODAY TO CARD-BLOCK-DATE
        END-IF
        MOVE WS-NEW-CARD-NUM TO CARD-REPLACED-BY
        MOVE LK-OPERATOR-ID  TO CARD-OPERATOR
        REWRITE CARD-RECORD
            INVALID KEY
                DISPLAY "Error updating Card ", WS-CARD-NUM
                SET ACTION-ABORTED TO TRUE
        END-REWRITE
    END-IF.

    IF NOT ACTION-ABORTED
        MOVE WS-NEW-CARD-NUM TO CARD-NUM
        SET CARD-ACTIVE TO TRUE
        MOVE SPACE           TO CARD-BLOCK-REASON
        MOVE WS-TODAY        TO CARD-ISSUE-DATE
        MOVE WS-EXPIRY-DATE  TO CARD-EXPIRY-DATE
        MOVE 0 TO CARD-PIN-FAILS
        MOVE 0 TO CARD-USAGE-DATE
        MOVE 0 TO CARD-CASH-USED
        MOVE 0 TO CARD-PURCH-USED
        MOVE 0 TO CARD-BLOCK-DATE
        MOVE WS-CARD-NUM     TO CARD-REPLACES
        MOVE 0 TO CARD-REPLACED-BY
        WRITE CARD-RECORD
            INVALID KEY
                DISPLAY "Error writing Card ", WS-NEW-CARD-NUM
                SET ACTION-ABORTED TO TRUE
        END-WRITE
    END-IF.

    IF NOT ACTION-ABORTED
        MOVE "CARD-REPLACE" TO WS-AUD-FIELD
        MOVE WS-NEW-CARD-NUM TO WS-AUD-NEW-VALUE
        MOVE WS-CARD-NUM TO CARD-NUM
        PERFORM 6000-WRITE-AUDIT
        DISPLAY "Card ", WS-CARD-NUM, " replaced by Card ",
            WS-NEW-CARD-NUM, "  expires ", WS-EXPIRY-DATE
    END-IF.

6000-WRITE-AUDIT.
    OPEN EXTEND AUDIT-LOG.
    IF WS-AUD-FILE-STATUS = "35"
        OPEN OUTPUT AUDIT-LOG
        CLOSE AUDIT-LOG
        OPEN EXTEND AUDIT-LOG
    END-IF.

    ACCEPT WS-TIME FROM TIME.
    MOVE CARD-ACCT-NUM    TO AUD-ACCT-NUM.
    MOVE WS-AUD-FIELD     TO AUD-FIELD.
    MOVE CARD-NUM         TO AUD-OLD-VALUE.
    MOVE WS-AUD-NEW-VALUE TO AUD-NEW-VALUE.
    MOVE WS-TODAY         TO AUD-DATE.
    MOVE WS-TIME          TO AUD-TIME.
    MOVE LK-OPERATOR-ID   TO AUD-OPERATOR.
    WRITE AUDIT-RECORD.
    CLOSE AUDIT-LOG.
