        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-GL-FILE-STATUS.
    SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GLM-KEY
        FILE STATUS IS WS-GLM-FILE-STATUS.
    SELECT GL-EXCEPTION-REPORT ASSIGN TO "GLEXCPT"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD GL-EXTRACT-FILE.
COPY "GLEXTREC.CPY".

FD GL-MAP-FILE.
COPY "GLMAPREC.CPY".

FD GL-EXCEPTION-REPORT.
01 GL-EXCEPTION-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-TRAN-FILE-STATUS  PIC X(2).
01 WS-GL-FILE-STATUS    PIC X(2).
01 WS-GLM-FILE-STATUS   PIC X(2).
01 WS-RPT-FILE-STATUS   PIC X(2).
01 WS-GLM-PRESENT-SW    PIC X(1).
    88 MAPPINGS-ON-FILE VALUE "Y".
01 WS-MAP-FOUND-SW      PIC X(1).
    88 MAPPING-FOUND    VALUE "Y".
01 WS-SUSPENSE-GL       PIC X(10) VALUE "SUSPENSE".
01 WS-DEPOSITS-GL       PIC X(10).
01 WS-DEBIT-GL          PIC X(10).
01 WS-CREDIT-GL         PIC X(10).
01 WS-SUSPENSE-SW       PIC X(1).
01 WS-TRAN-EOF-SWITCH   PIC X(1).
    88 END-OF-TRANLOG   VALUE "Y".
01 WS-TODAY             PIC 9(8).
01 WS-RECORDS-READ      PIC 9(5) VALUE 0.
01 WS-RECORDS-EXTRACTED PIC 9(5) VALUE 0.
01 WS-LEGS-WRITTEN      PIC 9(7) VALUE 0.
01 WS-SUSPENSE-COUNT    PIC 9(5) VALUE 0.
01 WS-SUSPENSE-AMOUNT   PIC 9(11)V99 VALUE 0.
01 WS-UNBALANCED-COUNT  PIC 9(4) VALUE 0.
01 WS-BRANCH-IDX        PIC 9(4).
01 WS-BRANCH-DISPLAY    PIC 9(3).
01 WS-BRANCH-TOTALS.
    05 WS-BRANCH-TOTAL OCCURS 1000 TIMES.
        10 WS-BR-COUNT  PIC 9(5) VALUE 0.
        10 WS-BR-AMOUNT PIC 9(11)V99 VALUE 0.
        10 WS-BR-LEGS   PIC 9(7) VALUE 0.
        10 WS-BR-DEBITS  PIC 9(11)V99 VALUE 0.
        10 WS-BR-CREDITS PIC 9(11)V99 VALUE 0.
01 WS-HEADING-LINE.
    05 FILLER           PIC X(38)
        VALUE "GL EXTRACT UNMAPPED TRANSACTIONS FOR ".
    05 HDG-DATE         PIC 9(8).
    05 FILLER           PIC X(86) VALUE SPACES.
01 WS-COLUMN-LINE       PIC X(132) VALUE
    "BRN  ACCOUNT  TRAN REF   TRAN TYPE           AMOUNT  SUSPENSE    REASON".
01 WS-DETAIL-LINE.
    05 DTL-BRANCH       PIC 9(3).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTL-ACCT-NUM     PIC 9(5).
    05 FILLER           PIC X(4) VALUE SPACES.
    05 DTL-TRAN-REF     PIC 9(9).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTL-TRAN-TYPE    PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTL-AMOUNT       PIC Z(8)9.99.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTL-GL-ACCOUNT   PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTL-REASON       PIC X(11).
    05 FILLER           PIC X(58) VALUE SPACES.
01 WS-TOTAL-LINE.
    05 FILLER           PIC X(24) VALUE "TOTAL POSTED TO SUSPENSE".
    05 FILLER           PIC X(2) VALUE SPACES.
    05 TOT-COUNT        PIC Z(4)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 TOT-AMOUNT       PIC Z(10)9.99.
    05 FILLER           PIC X(85) VALUE SPACES.
01 WS-BLANK-LINE        PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Nightly GL Extract for ", WS-TODAY, " =====".

    OPEN INPUT TRANLOG.
        GOBACK
    END-IF.

    MOVE "N" TO WS-GLM-PRESENT-SW.
    OPEN INPUT GL-MAP-FILE.
    IF WS-GLM-FILE-STATUS = "35"
        DISPLAY "No GL mapping file -- all entries go to suspense."
    ELSE
        MOVE "Y" TO WS-GLM-PRESENT-SW
        MOVE "SUSPENSE" TO GLM-TRAN-TYPE
        MOVE 999 TO GLM-BRANCH
        READ GL-MAP-FILE
            NOT INVALID KEY
                MOVE GLM-DEBIT-GL TO WS-SUSPENSE-GL
        END-READ
    END-IF.

    OPEN OUTPUT GL-EXTRACT-FILE.
    OPEN OUTPUT GL-EXCEPTION-REPORT.
    MOVE WS-TODAY TO HDG-DATE.
    MOVE WS-HEADING-LINE TO GL-EXCEPTION-LINE.
    WRITE GL-EXCEPTION-LINE.
    MOVE WS-BLANK-LINE TO GL-EXCEPTION-LINE.
    WRITE GL-EXCEPTION-LINE.
    MOVE WS-COLUMN-LINE TO GL-EXCEPTION-LINE.
    WRITE GL-EXCEPTION-LINE.
    MOVE "N" TO WS-TRAN-EOF-SWITCH.

    PERFORM 1000-READ-TRANLOG UNTIL END-OF-TRANLOG.

    DISPLAY "Transactions read: ", WS-RECORDS-READ.
    DISPLAY "Transactions extracted: ", WS-RECORDS-EXTRACTED.
    DISPLAY "GL legs written: ", WS-LEGS-WRITTEN.
    DISPLAY "Branch subtotals (branch, count, amount, debits, ",
        "credits):".
    PERFORM 3000-PRINT-BRANCH-TOTAL
        VARYING WS-BRANCH-IDX FROM 1 BY 1
        UNTIL WS-BRANCH-IDX > 1000.

    MOVE WS-BLANK-LINE TO GL-EXCEPTION-LINE.
    WRITE GL-EXCEPTION-LINE.
    MOVE WS-SUSPENSE-COUNT TO TOT-COUNT.
    MOVE WS-SUSPENSE-AMOUNT TO TOT-AMOUNT.
    MOVE WS-TOTAL-LINE TO GL-EXCEPTION-LINE.
    WRITE GL-EXCEPTION-LINE.

    CLOSE TRANLOG GL-EXTRACT-FILE GL-EXCEPTION-REPORT.
    IF MAPPINGS-ON-FILE
        CLOSE GL-MAP-FILE
    END-IF.

    DISPLAY "Entries posted to suspense GL ", WS-SUSPENSE-GL, ": ",
        WS-SUSPENSE-COUNT, "  amount ", WS-SUSPENSE-AMOUNT.
    IF WS-UNBALANCED-COUNT > 0
        DISPLAY "GL EXTRACT OUT OF BALANCE -- ", WS-UNBALANCED-COUNT,
            " branch(es) have no trailer."
        MOVE 8 TO RETURN-CODE
    END-IF.
    GOBACK.

3000-PRINT-BRANCH-TOTAL.
        COMPUTE WS-BRANCH-DISPLAY = WS-BRANCH-IDX - 1
        DISPLAY "  ", WS-BRANCH-DISPLAY, "  ",
            WS-BR-COUNT (WS-BRANCH-IDX), "  ",
            WS-BR-AMOUNT (WS-BRANCH-IDX), "  ",
            WS-BR-DEBITS (WS-BRANCH-IDX), "  ",
            WS-BR-CREDITS (WS-BRANCH-IDX)
        IF WS-BR-DEBITS (WS-BRANCH-IDX)
                = WS-BR-CREDITS (WS-BRANCH-IDX)
            PERFORM 3100-WRITE-BRANCH-TRAILER
        ELSE
            DISPLAY "  Branch ", WS-BRANCH-DISPLAY,
                " debits do not equal credits -- trailer withheld."
            ADD 1 TO WS-UNBALANCED-COUNT
        END-IF
    END-IF.

3100-WRITE-BRANCH-TRAILER.
    MOVE SPACES TO GL-EXTRACT-RECORD.
    SET GL-TRAILER TO TRUE.
    MOVE WS-BRANCH-DISPLAY TO GL-TRL-BRANCH.
    MOVE WS-TODAY TO GL-TRL-DATE.
    MOVE WS-BR-LEGS (WS-BRANCH-IDX) TO GL-TRL-LEG-COUNT.
    MOVE WS-BR-DEBITS (WS-BRANCH-IDX) TO GL-TRL-DEBITS.
    MOVE WS-BR-CREDITS (WS-BRANCH-IDX) TO GL-TRL-CREDITS.
    WRITE GL-EXTRACT-RECORD.

1000-READ-TRANLOG.
    READ TRANLOG NEXT RECORD
        AT END
    ADD 1 TO WS-RECORDS-READ.
    IF TRAN-DATE = WS-TODAY
            AND TRAN-TYPE NOT = "BALFWD" AND TRAN-TYPE NOT = "BALFWD-DR"
            AND TRAN-AMOUNT > 0
        PERFORM 2100-MAP-TRAN-TYPE
        ADD 1 TO WS-RECORDS-EXTRACTED
        COMPUTE WS-BRANCH-IDX = TRAN-BRANCH + 1
        ADD 1 TO WS-BR-COUNT (WS-BRANCH-IDX)
        ADD TRAN-AMOUNT TO WS-BR-AMOUNT (WS-BRANCH-IDX)

        MOVE "D" TO GL-SIDE
        MOVE WS-DEBIT-GL TO GL-ACCOUNT
        PERFORM 2200-WRITE-GL-LEG

        MOVE "C" TO GL-SIDE
        MOVE WS-CREDIT-GL TO GL-ACCOUNT
        PERFORM 2200-WRITE-GL-LEG
    END-IF.

2100-MAP-TRAN-TYPE.
    MOVE "N" TO WS-MAP-FOUND-SW.
    IF MAPPINGS-ON-FILE
        MOVE TRAN-TYPE   TO GLM-TRAN-TYPE
        MOVE TRAN-BRANCH TO GLM-BRANCH
        READ GL-MAP-FILE
            INVALID KEY
                MOVE 999 TO GLM-BRANCH
                READ GL-MAP-FILE
                    NOT INVALID KEY
                        SET MAPPING-FOUND TO TRUE
                END-READ
            NOT INVALID KEY
                SET MAPPING-FOUND TO TRUE
        END-READ
    END-IF.

    MOVE "NO MAPPING" TO DTL-REASON.
    IF MAPPING-FOUND
        IF GLM-DEBIT-GL = SPACES OR GLM-CREDIT-GL = SPACES
                OR GLM-DEBIT-GL = GLM-CREDIT-GL
            MOVE "N" TO WS-MAP-FOUND-SW
            MOVE "INVALID MAP" TO DTL-REASON
        END-IF
    END-IF.

    IF MAPPING-FOUND
        MOVE GLM-DEBIT-GL  TO WS-DEBIT-GL
        MOVE GLM-CREDIT-GL TO WS-CREDIT-GL
        MOVE "N" TO WS-SUSPENSE-SW
    ELSE
        PERFORM 2110-FIND-DEPOSITS-GL
        EVALUATE TRAN-TYPE
            WHEN "DEPOSIT"
            WHEN "CHQ-DEP"
            WHEN "XFER-IN"
            WHEN "INTEREST"
            WHEN "LOAN-DISB"
            WHEN "POS-REFUND"
            WHEN "REV-CREDIT"
                MOVE WS-SUSPENSE-GL TO WS-DEBIT-GL
                MOVE WS-DEPOSITS-GL TO WS-CREDIT-GL
            WHEN OTHER
                MOVE WS-DEPOSITS-GL TO WS-DEBIT-GL
                MOVE WS-SUSPENSE-GL TO WS-CREDIT-GL
        END-EVALUATE
        MOVE "Y" TO WS-SUSPENSE-SW
        ADD 1 TO WS-SUSPENSE-COUNT
        ADD TRAN-AMOUNT TO WS-SUSPENSE-AMOUNT
        MOVE TRAN-BRANCH    TO DTL-BRANCH
        MOVE TRAN-ACCT-NUM  TO DTL-ACCT-NUM
        MOVE TRAN-REF       TO DTL-TRAN-REF
        MOVE TRAN-TYPE      TO DTL-TRAN-TYPE
        MOVE TRAN-AMOUNT    TO DTL-AMOUNT
        MOVE WS-SUSPENSE-GL TO DTL-GL-ACCOUNT
        MOVE WS-DETAIL-LINE TO GL-EXCEPTION-LINE
        WRITE GL-EXCEPTION-LINE
    END-IF.

2110-FIND-DEPOSITS-GL.
    MOVE "CUSTDEP" TO WS-DEPOSITS-GL.
    IF MAPPINGS-ON-FILE
        MOVE "CUSTDEP"   TO GLM-TRAN-TYPE
        MOVE TRAN-BRANCH TO GLM-BRANCH
        READ GL-MAP-FILE
            INVALID KEY
                MOVE 999 TO GLM-BRANCH
                READ GL-MAP-FILE
                    NOT INVALID KEY
                        IF GLM-DEBIT-GL NOT = SPACES
                            MOVE GLM-DEBIT-GL TO WS-DEPOSITS-GL
                        END-IF
                END-READ
            NOT INVALID KEY
                IF GLM-DEBIT-GL NOT = SPACES
                    MOVE GLM-DEBIT-GL TO WS-DEPOSITS-GL
                END-IF
        END-READ
    END-IF.

2200-WRITE-GL-LEG.
    SET GL-DETAIL TO TRUE.
    MOVE TRAN-ACCT-NUM  TO GL-ACCT-NUM.
    MOVE TRAN-AMOUNT    TO GL-AMOUNT.
    MOVE TRAN-TYPE      TO GL-TRAN-TYPE.
    MOVE TRAN-DATE      TO GL-DATE.
    MOVE TRAN-BRANCH    TO GL-BRANCH.
    MOVE TRAN-REF       TO GL-TRAN-REF.
    MOVE WS-SUSPENSE-SW TO GL-SUSPENSE-FLAG.
    WRITE GL-EXTRACT-RECORD.
    ADD 1 TO WS-LEGS-WRITTEN.
    ADD 1 TO WS-BR-LEGS (WS-BRANCH-IDX).
    IF GL-DEBIT-LEG
        ADD GL-AMOUNT TO WS-BR-DEBITS (WS-BRANCH-IDX)
    ELSE
        ADD GL-AMOUNT TO WS-BR-CREDITS (WS-BRANCH-IDX)
    END-IF.
