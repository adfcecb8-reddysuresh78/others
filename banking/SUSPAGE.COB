IDENTIFICATION DIVISION.
PROGRAM-ID. SUSPAGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SUSP-SEQ
        FILE STATUS IS WS-SUSP-FILE-STATUS.
    SELECT AGEING-REPORT ASSIGN TO "SUSPRPT"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SUSPENSE-FILE.
COPY "SUSPREC.CPY".

FD AGEING-REPORT.
01 AGEING-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-SUSP-FILE-STATUS  PIC X(2).
01 WS-RPT-FILE-STATUS   PIC X(2).
01 WS-SUSP-EOF-SWITCH   PIC X(1).
    88 END-OF-SUSPENSE  VALUE "Y".
01 WS-TODAY             PIC 9(8).
01 WS-AGE-THRESHOLD     PIC 9(3) VALUE 5.
01 WS-TODAY-DAYS        PIC 9(7).
01 WS-ITEM-AGE          PIC S9(7).
01 WS-ITEMS-OUTSTANDING PIC 9(5) VALUE 0.
01 WS-AMOUNT-OUTSTANDING PIC 9(11)V99 VALUE 0.
01 WS-ITEMS-AGED        PIC 9(5) VALUE 0.
01 WS-AMOUNT-AGED       PIC 9(11)V99 VALUE 0.
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
01 WS-HEADING-LINE.
    05 FILLER           PIC X(36)
        VALUE "BATCH SUSPENSE AGEING -- ITEMS OVER ".
    05 HDG-THRESHOLD    PIC ZZ9.
    05 FILLER           PIC X(15) VALUE " DAYS AS AT    ".
    05 HDG-DATE         PIC 9(8).
    05 FILLER           PIC X(70) VALUE SPACES.
01 WS-COLUMN-LINE.
    05 FILLER           PIC X(52) VALUE
        "ITEM   ACCOUNT DC        AMOUNT  VALUE-DT  RECEIVED".
    05 FILLER           PIC X(80) VALUE "    AGE  RSN  STATUS".
01 WS-DETAIL-LINE.
    05 DTL-SEQ          PIC 9(5).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTL-ACCT-NUM     PIC 9(5).
    05 FILLER           PIC X(3) VALUE SPACES.
    05 DTL-DC-CODE      PIC X(1).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTL-AMOUNT       PIC Z(8)9.99.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTL-VALUE-DATE   PIC 9(8).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTL-RECEIVED     PIC 9(8).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTL-AGE          PIC ZZZ9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTL-REASON       PIC X(2).
    05 FILLER           PIC X(3) VALUE SPACES.
    05 DTL-STATUS       PIC X(11).
    05 FILLER           PIC X(58) VALUE SPACES.
01 WS-TOTAL-LINE.
    05 TOT-CAPTION      PIC X(30).
    05 TOT-COUNT        PIC Z(4)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 TOT-AMOUNT       PIC Z(10)9.99.
    05 FILLER           PIC X(81) VALUE SPACES.
01 WS-BLANK-LINE        PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Batch Suspense Ageing for ", WS-TODAY, " =====".
    DISPLAY "Ageing threshold: ", WS-AGE-THRESHOLD, " days".

    MOVE WS-TODAY TO WS-DTD-DATE.
    PERFORM 8000-DATE-TO-DAYS.
    MOVE WS-DTD-DAYS TO WS-TODAY-DAYS.

    OPEN INPUT SUSPENSE-FILE.
    IF WS-SUSP-FILE-STATUS = "35"
        DISPLAY "No suspense items are on file."
        GOBACK
    END-IF.

    OPEN OUTPUT AGEING-REPORT.
    MOVE WS-AGE-THRESHOLD TO HDG-THRESHOLD.
    MOVE WS-TODAY TO HDG-DATE.
    MOVE WS-HEADING-LINE TO AGEING-REPORT-LINE.
    WRITE AGEING-REPORT-LINE.
    MOVE WS-BLANK-LINE TO AGEING-REPORT-LINE.
    WRITE AGEING-REPORT-LINE.
    MOVE WS-COLUMN-LINE TO AGEING-REPORT-LINE.
    WRITE AGEING-REPORT-LINE.

    MOVE "N" TO WS-SUSP-EOF-SWITCH.
    MOVE 0 TO SUSP-SEQ.
    START SUSPENSE-FILE KEY IS GREATER THAN SUSP-SEQ
        INVALID KEY
            SET END-OF-SUSPENSE TO TRUE
    END-START.
    PERFORM 1000-READ-SUSPENSE UNTIL END-OF-SUSPENSE.

    MOVE WS-BLANK-LINE TO AGEING-REPORT-LINE.
    WRITE AGEING-REPORT-LINE.
    MOVE "ITEMS OVER THRESHOLD" TO TOT-CAPTION.
    MOVE WS-ITEMS-AGED TO TOT-COUNT.
    MOVE WS-AMOUNT-AGED TO TOT-AMOUNT.
    MOVE WS-TOTAL-LINE TO AGEING-REPORT-LINE.
    WRITE AGEING-REPORT-LINE.
    MOVE "ALL ITEMS OUTSTANDING" TO TOT-CAPTION.
    MOVE WS-ITEMS-OUTSTANDING TO TOT-COUNT.
    MOVE WS-AMOUNT-OUTSTANDING TO TOT-AMOUNT.
    MOVE WS-TOTAL-LINE TO AGEING-REPORT-LINE.
    WRITE AGEING-REPORT-LINE.

    CLOSE SUSPENSE-FILE AGEING-REPORT.

    DISPLAY "Suspense items outstanding: ", WS-ITEMS-OUTSTANDING,
        "  amount ", WS-AMOUNT-OUTSTANDING.
    DISPLAY "Items over threshold: ", WS-ITEMS-AGED,
        "  amount ", WS-AMOUNT-AGED.
    GOBACK.

1000-READ-SUSPENSE.
    READ SUSPENSE-FILE NEXT RECORD
        AT END
            SET END-OF-SUSPENSE TO TRUE
        NOT AT END
            IF SUSP-OPEN OR SUSP-RESUBMITTED
                PERFORM 2000-AGE-ITEM
            END-IF
    END-READ.

2000-AGE-ITEM.
    ADD 1 TO WS-ITEMS-OUTSTANDING.
    ADD SUSP-AMOUNT TO WS-AMOUNT-OUTSTANDING.

    MOVE SUSP-RECEIVED-DATE TO WS-DTD-DATE.
    PERFORM 8000-DATE-TO-DAYS.
    COMPUTE WS-ITEM-AGE = WS-TODAY-DAYS - WS-DTD-DAYS.

    IF WS-ITEM-AGE > WS-AGE-THRESHOLD
        ADD 1 TO WS-ITEMS-AGED
        ADD SUSP-AMOUNT TO WS-AMOUNT-AGED
        MOVE SUSP-SEQ           TO DTL-SEQ
        MOVE SUSP-ACCT-NUM      TO DTL-ACCT-NUM
        MOVE SUSP-DC-CODE       TO DTL-DC-CODE
        MOVE SUSP-AMOUNT        TO DTL-AMOUNT
        MOVE SUSP-VALUE-DATE    TO DTL-VALUE-DATE
        MOVE SUSP-RECEIVED-DATE TO DTL-RECEIVED
        MOVE WS-ITEM-AGE        TO DTL-AGE
        MOVE SUSP-REASON        TO DTL-REASON
        IF SUSP-RESUBMITTED
            MOVE "RESUBMITTED" TO DTL-STATUS
        ELSE
            MOVE "OPEN" TO DTL-STATUS
        END-IF
        MOVE WS-DETAIL-LINE TO AGEING-REPORT-LINE
        WRITE AGEING-REPORT-LINE
    END-IF.

8000-DATE-TO-DAYS.
    COMPUTE WS-DTD-DAYS =
        (WS-DTD-YEAR * 365) + (WS-DTD-YEAR / 4)
        + WS-DAYS-BEFORE-MONTH (WS-DTD-MONTH) + WS-DTD-DAY.
