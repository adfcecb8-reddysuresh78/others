        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTL-KEY
        FILE STATUS IS WS-CTL-FILE-STATUS.
    SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SUSP-SEQ
        FILE STATUS IS WS-SUSP-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD ACCOUNT-CONTROL.
COPY "ACCTCTL.CPY".

FD SUSPENSE-FILE.
COPY "SUSPREC.CPY".

WORKING-STORAGE SECTION.
01 WS-TIN-FILE-STATUS  PIC X(2).
01 WS-ACCT-FILE-STATUS PIC X(2).
01 WS-HOLD-FILE-STATUS PIC X(2).
01 WS-WHSE-FILE-STATUS PIC X(2).
01 WS-CTL-FILE-STATUS  PIC X(2).
01 WS-SUSP-FILE-STATUS PIC X(2).
01 WS-TIN-PRESENT-SW   PIC X(1).
    88 TRAN-INPUT-ON-FILE VALUE "Y".
01 WS-SUSP-EOF-SWITCH  PIC X(1).
    88 END-OF-SUSPENSE VALUE "Y".
01 WS-SOURCE-SWITCH    PIC X(1).
    88 FROM-SUSPENSE   VALUE "S".
    88 FROM-TRAN-INPUT VALUE "T".
01 WS-ITEMS-RESUBMITTED PIC 9(5) VALUE 0.
01 WS-ITEMS-CLEARED    PIC 9(5) VALUE 0.
01 WS-ITEMS-SUSPENDED  PIC 9(5) VALUE 0.
01 WS-HOLD-PRESENT-SW  PIC X(1).
    88 HOLDS-ON-FILE   VALUE "Y".
01 WS-HOLD-EOF-SWITCH  PIC X(1).
    05 RPT-REASON-TEXT PIC X(24).

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Batch Transaction Posting =====".
    PERFORM 1000-OPEN-FILES.

    PERFORM 1700-POST-RESUBMITTED-ITEMS.

    SET FROM-TRAN-INPUT TO TRUE.
    IF TRAN-INPUT-ON-FILE
        MOVE "N" TO WS-TIN-EOF-SWITCH
        PERFORM 1500-READ-TRAN-INPUT UNTIL END-OF-TRAN-INPUT
        CLOSE TRAN-INPUT
    END-IF.

    CLOSE ACCOUNT-MASTER TRANLOG TRAN-CONTROL
        POST-REPORT WAREHOUSE-FILE ACCOUNT-CONTROL SUSPENSE-FILE.
    IF HOLDS-ON-FILE
        CLOSE HOLD-FILE
    END-IF.
        "  amount ", WS-AMOUNT-REJECTED.
    DISPLAY "Items warehoused: ", WS-ITEMS-WAREHOUSED,
        "  amount ", WS-AMOUNT-WAREHOUSED.
    DISPLAY "Suspense items resubmitted: ", WS-ITEMS-RESUBMITTED,
        "  cleared ", WS-ITEMS-CLEARED.
    DISPLAY "Items written to suspense: ", WS-ITEMS-SUSPENDED.
    GOBACK.

1000-OPEN-FILES.
    MOVE "N" TO WS-TIN-PRESENT-SW.
    OPEN INPUT TRAN-INPUT.
    IF WS-TIN-FILE-STATUS = "35"
        DISPLAY "No transaction input file is on file."
    ELSE
        MOVE "Y" TO WS-TIN-PRESENT-SW
    END-IF.

    OPEN I-O ACCOUNT-MASTER.
    IF WS-ACCT-FILE-STATUS = "35"
        DISPLAY "No account master is on file."
        IF TRAN-INPUT-ON-FILE
            CLOSE TRAN-INPUT
        END-IF
        GOBACK
    END-IF.

        OPEN I-O ACCOUNT-CONTROL
    END-IF.

    OPEN I-O SUSPENSE-FILE.
    IF WS-SUSP-FILE-STATUS = "35"
        OPEN OUTPUT SUSPENSE-FILE
        CLOSE SUSPENSE-FILE
        OPEN I-O SUSPENSE-FILE
    END-IF.

    OPEN OUTPUT POST-REPORT.
    MOVE WS-REPORT-HEADING TO POST-REPORT-LINE.
    WRITE POST-REPORT-LINE.
            PERFORM 2000-POST-ITEM
    END-READ.

1700-POST-RESUBMITTED-ITEMS.
    SET FROM-SUSPENSE TO TRUE.
    MOVE "N" TO WS-SUSP-EOF-SWITCH.
    MOVE 0 TO SUSP-SEQ.
    START SUSPENSE-FILE KEY IS GREATER THAN SUSP-SEQ
        INVALID KEY
            SET END-OF-SUSPENSE TO TRUE
    END-START.
    PERFORM 1710-READ-SUSPENSE UNTIL END-OF-SUSPENSE.

1710-READ-SUSPENSE.
    READ SUSPENSE-FILE NEXT RECORD
        AT END
            SET END-OF-SUSPENSE TO TRUE
        NOT AT END
            IF SUSP-RESUBMITTED
                PERFORM 1720-RESUBMIT-ITEM
            END-IF
    END-READ.

1720-RESUBMIT-ITEM.
    ADD 1 TO WS-ITEMS-RESUBMITTED.
    MOVE SUSP-ACCT-NUM   TO TIN-ACCT-NUM.
    MOVE SUSP-DC-CODE    TO TIN-DC-CODE.
    MOVE SUSP-AMOUNT     TO TIN-AMOUNT.
    MOVE SUSP-VALUE-DATE TO TIN-VALUE-DATE.
    PERFORM 2000-POST-ITEM.

2000-POST-ITEM.
    ADD 1 TO WS-ITEMS-READ.
    SET ITEM-ACCEPTED TO TRUE.
        PERFORM 2700-WAREHOUSE-ITEM
        ADD 1 TO WS-ITEMS-WAREHOUSED
        ADD TIN-AMOUNT TO WS-AMOUNT-WAREHOUSED
        MOVE 0 TO WS-TRAN-REF
        IF FROM-SUSPENSE
            PERFORM 2850-CLEAR-SUSPENSE-ITEM
        END-IF
    ELSE
        IF ITEM-ACCEPTED
            PERFORM 2500-APPLY-TO-ACCOUNT
            PERFORM 3000-POST-TRANLOG
            ADD 1 TO WS-ITEMS-ACCEPTED
            ADD TIN-AMOUNT TO WS-AMOUNT-ACCEPTED
            IF FROM-SUSPENSE
                PERFORM 2850-CLEAR-SUSPENSE-ITEM
            END-IF
        ELSE
            ADD 1 TO WS-ITEMS-REJECTED
            ADD TIN-AMOUNT TO WS-AMOUNT-REJECTED
            PERFORM 2800-SUSPEND-ITEM
        END-IF
    END-IF.

        MOVE "02" TO WS-REJECT-REASON
    END-IF.

    IF ITEM-ACCEPTED AND TIN-DEBIT AND ACCT-KYC-BLOCKED
        SET ITEM-REJECTED TO TRUE
        MOVE "07" TO WS-REJECT-REASON
    END-IF.

    IF ITEM-ACCEPTED AND TIN-DEBIT AND NOT FUTURE-DATED
        PERFORM 6000-SUM-ACTIVE-HOLDS
        COMPUTE WS-AVAILABLE =
    END-REWRITE.

    MOVE TIN-VALUE-DATE     TO WHSE-VALUE-DATE.
    CALL 'BUSDAYADJ' USING WHSE-VALUE-DATE.
    MOVE CTL-LAST-ACCT-NUM  TO WHSE-SEQ.
    MOVE TIN-ACCT-NUM       TO WHSE-ACCT-NUM.
    MOVE TIN-DC-CODE        TO WHSE-DC-CODE.
                TIN-ACCT-NUM
    END-WRITE.

2800-SUSPEND-ITEM.
    IF FROM-SUSPENSE
        MOVE WS-REJECT-REASON TO SUSP-REASON
        MOVE WS-TODAY         TO SUSP-ACTION-DATE
        SET SUSP-OPEN TO TRUE
        REWRITE SUSPENSE-RECORD
            INVALID KEY
                DISPLAY "Error returning suspense item ", SUSP-SEQ,
                    " to open status"
        END-REWRITE
    ELSE
        MOVE "U" TO CTL-KEY
        READ ACCOUNT-CONTROL
            INVALID KEY
                MOVE 0 TO CTL-LAST-ACCT-NUM
        END-READ
        ADD 1 TO CTL-LAST-ACCT-NUM
        REWRITE CONTROL-RECORD
            INVALID KEY
                WRITE CONTROL-RECORD
        END-REWRITE

        MOVE CTL-LAST-ACCT-NUM TO SUSP-SEQ
        MOVE TIN-ACCT-NUM      TO SUSP-ACCT-NUM
        MOVE TIN-ACCT-NUM      TO SUSP-ORIG-ACCT-NUM
        MOVE TIN-DC-CODE       TO SUSP-DC-CODE
        MOVE TIN-AMOUNT        TO SUSP-AMOUNT
        MOVE TIN-VALUE-DATE    TO SUSP-VALUE-DATE
        MOVE WS-REJECT-REASON  TO SUSP-REASON
        MOVE WS-TODAY          TO SUSP-RECEIVED-DATE
        MOVE WS-TODAY          TO SUSP-ACTION-DATE
        MOVE "SYSTEM"          TO SUSP-OPERATOR
        MOVE 0                 TO SUSP-TRAN-REF
        SET SUSP-OPEN TO TRUE
        WRITE SUSPENSE-RECORD
            INVALID KEY
                DISPLAY "Error writing suspense item for Account ",
                    "Number ", TIN-ACCT-NUM
            NOT INVALID KEY
                ADD 1 TO WS-ITEMS-SUSPENDED
        END-WRITE
    END-IF.

2850-CLEAR-SUSPENSE-ITEM.
    MOVE WS-TODAY    TO SUSP-ACTION-DATE.
    MOVE WS-TRAN-REF TO SUSP-TRAN-REF.
    SET SUSP-POSTED TO TRUE.
    REWRITE SUSPENSE-RECORD
        INVALID KEY
            DISPLAY "Error clearing suspense item ", SUSP-SEQ
    END-REWRITE.
    ADD 1 TO WS-ITEMS-CLEARED.

2500-APPLY-TO-ACCOUNT.
    IF TIN-CREDIT
        ADD TIN-AMOUNT TO ACCT-BALANCE
        MOVE "WITHDRAWAL" TO TRAN-TYPE
    END-IF.
    MOVE TIN-AMOUNT     TO TRAN-AMOUNT.
    IF FROM-SUSPENSE
        MOVE WS-TODAY       TO TRAN-DATE
    ELSE
        MOVE TIN-VALUE-DATE TO TRAN-DATE
    END-IF.
    ACCEPT WS-TIME FROM TIME.
    MOVE WS-TIME TO TRAN-TIME.
    PERFORM 7000-ASSIGN-TRAN-REF.
    MOVE WS-TRAN-REF TO TRAN-REF.
    MOVE 0           TO TRAN-RELATED-REF.
    MOVE "BAT"       TO TRAN-CHANNEL.
    IF FROM-SUSPENSE
        MOVE SUSP-OPERATOR TO TRAN-OPERATOR
    ELSE
        MOVE "SYSTEM"      TO TRAN-OPERATOR
    END-IF.
    MOVE SPACES TO TRAN-CHECKER.
    MOVE 0 TO TRAN-BRANCH.

                MOVE "INSUFFICIENT FUNDS" TO RPT-REASON-TEXT
            WHEN "06"
                MOVE "POSTING ERROR" TO RPT-REASON-TEXT
            WHEN "07"
                MOVE "DEBIT BLOCKED - KYC" TO RPT-REASON-TEXT
        END-EVALUATE
    END-IF
    END-IF.
