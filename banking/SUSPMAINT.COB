IDENTIFICATION DIVISION.
PROGRAM-ID. SUSPMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SUSP-SEQ
        FILE STATUS IS WS-SUSP-FILE-STATUS.
    SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-NUM
        ALTERNATE RECORD KEY IS ACCT-NAME WITH DUPLICATES
        FILE STATUS IS WS-ACCT-FILE-STATUS.
    SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-AUD-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SUSPENSE-FILE.
COPY "SUSPREC.CPY".

FD ACCOUNT-MASTER.
COPY "ACCTREC.CPY".

FD AUDIT-LOG.
COPY "AUDREC.CPY".

WORKING-STORAGE SECTION.
01 WS-SUSP-FILE-STATUS PIC X(2).
01 WS-ACCT-FILE-STATUS PIC X(2).
01 WS-AUD-FILE-STATUS  PIC X(2).
01 WS-SUPERVISOR-CODE  PIC X(5) VALUE "SUP99".
01 WS-CODE-ENTERED     PIC X(5).
01 WS-ACTION           PIC 9(1).
01 WS-SUSP-SEQ         PIC 9(5).
01 WS-NEW-ACCT-NUM     PIC 9(5).
01 WS-NEW-DC-CODE      PIC X(1).
01 WS-NEW-AMOUNT       PIC 9(9)V99.
01 WS-NEW-VALUE-DATE   PIC 9(8).
01 WS-AMOUNT-DISPLAY   PIC Z(8)9.99.
01 WS-OLD-VALUE        PIC X(20).
01 WS-NEW-VALUE        PIC X(20).
01 WS-FIELD-CHANGED    PIC X(12).
01 WS-DATE             PIC 9(8).
01 WS-TIME             PIC 9(8).
01 WS-SUSP-EOF-SWITCH  PIC X(1).
    88 END-OF-SUSPENSE VALUE "Y".
01 WS-ACCT-PRESENT-SW  PIC X(1).
    88 ACCOUNTS-ON-FILE VALUE "Y".
01 WS-ABORT-SWITCH     PIC X(1).
    88 ACTION-ABORTED  VALUE "Y".
01 WS-CHANGE-SWITCH    PIC X(1).
    88 ITEM-CHANGED    VALUE "Y".
01 WS-ITEMS-LISTED     PIC 9(5).
01 WS-LISTED-AMOUNT    PIC 9(11)V99.

LINKAGE SECTION.
01 LK-OPERATOR-ID      PIC X(8).

PROCEDURE DIVISION USING LK-OPERATOR-ID.
    MOVE "N" TO WS-ABORT-SWITCH.
    DISPLAY "1 = List suspense items, 2 = Correct item, ",
        "3 = Resubmit item, 4 = Write off item: ".
    ACCEPT WS-ACTION.

    PERFORM 1000-OPEN-FILES.

    EVALUATE WS-ACTION
        WHEN 1
            PERFORM 6000-LIST-ITEMS
        WHEN 2
            PERFORM 2000-CORRECT-ITEM
        WHEN 3
            PERFORM 3000-RESUBMIT-ITEM
        WHEN 4
            PERFORM 4000-WRITE-OFF-ITEM
        WHEN OTHER
            DISPLAY "Invalid action."
    END-EVALUATE.

    CLOSE SUSPENSE-FILE.
    IF ACCOUNTS-ON-FILE
        CLOSE ACCOUNT-MASTER
    END-IF.
    GOBACK.

1000-OPEN-FILES.
    OPEN I-O SUSPENSE-FILE.
    IF WS-SUSP-FILE-STATUS = "35"
        OPEN OUTPUT SUSPENSE-FILE
        CLOSE SUSPENSE-FILE
        OPEN I-O SUSPENSE-FILE
    END-IF.

    MOVE "N" TO WS-ACCT-PRESENT-SW.
    OPEN INPUT ACCOUNT-MASTER.
    IF WS-ACCT-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-ACCT-PRESENT-SW
    END-IF.

1100-READ-ITEM.
    DISPLAY "Enter suspense item number: ".
    ACCEPT WS-SUSP-SEQ.
    MOVE WS-SUSP-SEQ TO SUSP-SEQ.
    READ SUSPENSE-FILE
        INVALID KEY
            DISPLAY "Suspense item ", WS-SUSP-SEQ, " is not on file."
            SET ACTION-ABORTED TO TRUE
    END-READ.

    IF NOT ACTION-ABORTED
        PERFORM 6200-SHOW-ITEM
    END-IF.

2000-CORRECT-ITEM.
    PERFORM 1100-READ-ITEM.
    IF NOT ACTION-ABORTED AND NOT SUSP-OPEN
        DISPLAY "Only open suspense items may be corrected."
        SET ACTION-ABORTED TO TRUE
    END-IF.

    IF NOT ACTION-ABORTED
        MOVE "N" TO WS-CHANGE-SWITCH
        PERFORM 2100-CORRECT-ACCOUNT
    END-IF.
    IF NOT ACTION-ABORTED
        PERFORM 2200-CORRECT-DC-CODE
    END-IF.
    IF NOT ACTION-ABORTED
        PERFORM 2300-CORRECT-AMOUNT
    END-IF.
    IF NOT ACTION-ABORTED
        PERFORM 2400-CORRECT-VALUE-DATE
    END-IF.

    IF NOT ACTION-ABORTED AND ITEM-CHANGED
        MOVE "SUSP-STATUS" TO WS-FIELD-CHANGED
        MOVE SUSP-STATUS TO WS-OLD-VALUE
        MOVE "R" TO WS-NEW-VALUE
        PERFORM 5000-WRITE-AUDIT
        CALL 'BUSDATE' USING WS-DATE
        SET SUSP-RESUBMITTED TO TRUE
        MOVE WS-DATE        TO SUSP-ACTION-DATE
        MOVE LK-OPERATOR-ID TO SUSP-OPERATOR
        REWRITE SUSPENSE-RECORD
            INVALID KEY
                DISPLAY "Error updating suspense item ", SUSP-SEQ
        END-REWRITE
        DISPLAY "Suspense item ", SUSP-SEQ, " corrected and ",
            "resubmitted -- it will post on the next batch run."
    END-IF.

2100-CORRECT-ACCOUNT.
    DISPLAY "New Account Number (0 = no change): ".
    ACCEPT WS-NEW-ACCT-NUM.
    IF WS-NEW-ACCT-NUM NOT = 0 AND WS-NEW-ACCT-NUM NOT = SUSP-ACCT-NUM
        IF ACCOUNTS-ON-FILE
            MOVE WS-NEW-ACCT-NUM TO ACCT-NUM
            READ ACCOUNT-MASTER
                INVALID KEY
                    DISPLAY "Account Number ", WS-NEW-ACCT-NUM,
                        " is not on file."
                    SET ACTION-ABORTED TO TRUE
            END-READ
        END-IF
        IF NOT ACTION-ABORTED
            MOVE "SUSP-ACCT" TO WS-FIELD-CHANGED
            MOVE SUSP-ACCT-NUM TO WS-OLD-VALUE
            MOVE WS-NEW-ACCT-NUM TO WS-NEW-VALUE
            PERFORM 5000-WRITE-AUDIT
            MOVE WS-NEW-ACCT-NUM TO SUSP-ACCT-NUM
            SET ITEM-CHANGED TO TRUE
        END-IF
    END-IF.

2200-CORRECT-DC-CODE.
    DISPLAY "New D/C code (D or C, space = no change): ".
    ACCEPT WS-NEW-DC-CODE.
    IF WS-NEW-DC-CODE NOT = SPACE AND WS-NEW-DC-CODE NOT = SUSP-DC-CODE
        IF WS-NEW-DC-CODE NOT = "D" AND WS-NEW-DC-CODE NOT = "C"
            DISPLAY "Invalid D/C code -- D/C code left unchanged."
        ELSE
            MOVE "SUSP-DC" TO WS-FIELD-CHANGED
            MOVE SUSP-DC-CODE TO WS-OLD-VALUE
            MOVE WS-NEW-DC-CODE TO WS-NEW-VALUE
            PERFORM 5000-WRITE-AUDIT
            MOVE WS-NEW-DC-CODE TO SUSP-DC-CODE
            SET ITEM-CHANGED TO TRUE
        END-IF
    END-IF.

2300-CORRECT-AMOUNT.
    DISPLAY "New amount (0 = no change): ".
    ACCEPT WS-NEW-AMOUNT.
    IF WS-NEW-AMOUNT NOT = 0 AND WS-NEW-AMOUNT NOT = SUSP-AMOUNT
        MOVE "SUSP-AMOUNT" TO WS-FIELD-CHANGED
        MOVE SUSP-AMOUNT TO WS-AMOUNT-DISPLAY
        MOVE WS-AMOUNT-DISPLAY TO WS-OLD-VALUE
        MOVE WS-NEW-AMOUNT TO WS-AMOUNT-DISPLAY
        MOVE WS-AMOUNT-DISPLAY TO WS-NEW-VALUE
        PERFORM 5000-WRITE-AUDIT
        MOVE WS-NEW-AMOUNT TO SUSP-AMOUNT
        SET ITEM-CHANGED TO TRUE
    END-IF.

2400-CORRECT-VALUE-DATE.
    DISPLAY "New value date YYYYMMDD (0 = no change): ".
    ACCEPT WS-NEW-VALUE-DATE.
    IF WS-NEW-VALUE-DATE NOT = 0
            AND WS-NEW-VALUE-DATE NOT = SUSP-VALUE-DATE
        MOVE "SUSP-VALDATE" TO WS-FIELD-CHANGED
        MOVE SUSP-VALUE-DATE TO WS-OLD-VALUE
        MOVE WS-NEW-VALUE-DATE TO WS-NEW-VALUE
        PERFORM 5000-WRITE-AUDIT
        MOVE WS-NEW-VALUE-DATE TO SUSP-VALUE-DATE
        SET ITEM-CHANGED TO TRUE
    END-IF.

3000-RESUBMIT-ITEM.
    PERFORM 1100-READ-ITEM.
    IF NOT ACTION-ABORTED AND NOT SUSP-OPEN
        DISPLAY "Only open suspense items may be resubmitted."
        SET ACTION-ABORTED TO TRUE
    END-IF.

    IF NOT ACTION-ABORTED
        MOVE "SUSP-STATUS" TO WS-FIELD-CHANGED
        MOVE SUSP-STATUS TO WS-OLD-VALUE
        MOVE "R" TO WS-NEW-VALUE
        PERFORM 5000-WRITE-AUDIT
        CALL 'BUSDATE' USING WS-DATE
        SET SUSP-RESUBMITTED TO TRUE
        MOVE WS-DATE        TO SUSP-ACTION-DATE
        MOVE LK-OPERATOR-ID TO SUSP-OPERATOR
        REWRITE SUSPENSE-RECORD
            INVALID KEY
                DISPLAY "Error updating suspense item ", SUSP-SEQ
        END-REWRITE
        DISPLAY "Suspense item ", SUSP-SEQ, " resubmitted -- it ",
            "will post on the next batch run."
    END-IF.

4000-WRITE-OFF-ITEM.
    DISPLAY "Enter Supervisor Code: ".
    ACCEPT WS-CODE-ENTERED.
    IF WS-CODE-ENTERED NOT = WS-SUPERVISOR-CODE
        DISPLAY "Invalid supervisor code -- write-off refused."
        SET ACTION-ABORTED TO TRUE
    END-IF.

    IF NOT ACTION-ABORTED
        PERFORM 1100-READ-ITEM
    END-IF.
    IF NOT ACTION-ABORTED AND NOT SUSP-OPEN AND NOT SUSP-RESUBMITTED
        DISPLAY "Suspense item ", SUSP-SEQ, " is already cleared."
        SET ACTION-ABORTED TO TRUE
    END-IF.

    IF NOT ACTION-ABORTED
        MOVE "SUSP-STATUS" TO WS-FIELD-CHANGED
        MOVE SUSP-STATUS TO WS-OLD-VALUE
        MOVE "W" TO WS-NEW-VALUE
        PERFORM 5000-WRITE-AUDIT
        CALL 'BUSDATE' USING WS-DATE
        SET SUSP-WRITTEN-OFF TO TRUE
        MOVE WS-DATE        TO SUSP-ACTION-DATE
        MOVE LK-OPERATOR-ID TO SUSP-OPERATOR
        REWRITE SUSPENSE-RECORD
            INVALID KEY
                DISPLAY "Error updating suspense item ", SUSP-SEQ
        END-REWRITE
        DISPLAY "Suspense item ", SUSP-SEQ, " written off."
    END-IF.

5000-WRITE-AUDIT.
    OPEN EXTEND AUDIT-LOG.
    IF WS-AUD-FILE-STATUS = "35"
        OPEN OUTPUT AUDIT-LOG
        CLOSE AUDIT-LOG
        OPEN EXTEND AUDIT-LOG
    END-IF.

    CALL 'BUSDATE' USING WS-DATE.
    ACCEPT WS-TIME FROM TIME.
    MOVE SUSP-ACCT-NUM    TO AUD-ACCT-NUM.
    MOVE WS-FIELD-CHANGED TO AUD-FIELD.
    MOVE WS-OLD-VALUE     TO AUD-OLD-VALUE.
    MOVE WS-NEW-VALUE     TO AUD-NEW-VALUE.
    MOVE WS-DATE          TO AUD-DATE.
    MOVE WS-TIME          TO AUD-TIME.
    MOVE LK-OPERATOR-ID   TO AUD-OPERATOR.

    WRITE AUDIT-RECORD.
    CLOSE AUDIT-LOG.

6000-LIST-ITEMS.
    MOVE 0 TO WS-ITEMS-LISTED.
    MOVE 0 TO WS-LISTED-AMOUNT.
    MOVE "N" TO WS-SUSP-EOF-SWITCH.
    MOVE 0 TO SUSP-SEQ.
    START SUSPENSE-FILE KEY IS GREATER THAN SUSP-SEQ
        INVALID KEY
            SET END-OF-SUSPENSE TO TRUE
    END-START.

    DISPLAY "Item  Account DC Amount       Value-Dt Rsn Received St".
    PERFORM 6100-READ-ITEM UNTIL END-OF-SUSPENSE.

    IF WS-ITEMS-LISTED = 0
        DISPLAY "No suspense items are outstanding."
    ELSE
        MOVE WS-LISTED-AMOUNT TO WS-AMOUNT-DISPLAY
        DISPLAY "Outstanding items: ", WS-ITEMS-LISTED,
            "  amount ", WS-AMOUNT-DISPLAY
    END-IF.

6100-READ-ITEM.
    READ SUSPENSE-FILE NEXT RECORD
        AT END
            SET END-OF-SUSPENSE TO TRUE
        NOT AT END
            IF SUSP-OPEN OR SUSP-RESUBMITTED
                PERFORM 6200-SHOW-ITEM
                ADD 1 TO WS-ITEMS-LISTED
                ADD SUSP-AMOUNT TO WS-LISTED-AMOUNT
            END-IF
    END-READ.

6200-SHOW-ITEM.
    MOVE SUSP-AMOUNT TO WS-AMOUNT-DISPLAY.
    DISPLAY SUSP-SEQ, " ", SUSP-ACCT-NUM, "   ", SUSP-DC-CODE, " ",
        WS-AMOUNT-DISPLAY, " ", SUSP-VALUE-DATE, " ", SUSP-REASON,
        "  ", SUSP-RECEIVED-DATE, " ", SUSP-STATUS.
