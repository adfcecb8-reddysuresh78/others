        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HOLD-KEY
        FILE STATUS IS WS-HOLD-FILE-STATUS.
    SELECT OUTWARD-CLEARING-FILE ASSIGN TO "CLROUT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OCLR-TRAN-REF
        ALTERNATE RECORD KEY IS OCLR-ITEM-KEY WITH DUPLICATES
        FILE STATUS IS WS-OCLR-FILE-STATUS.
    SELECT INWARD-RETURN-FILE ASSIGN TO "CLRRTNIN"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RTN-FILE-STATUS.
    SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-NUM
        ALTERNATE RECORD KEY IS ACCT-NAME WITH DUPLICATES
        FILE STATUS IS WS-ACCT-FILE-STATUS.
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
    SELECT FEE-FILE ASSIGN TO "FEEFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FEE-KEY
        FILE STATUS IS WS-FEE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD HOLD-FILE.
COPY "HOLDREC.CPY".

FD OUTWARD-CLEARING-FILE.
COPY "CLROUT.CPY".

FD INWARD-RETURN-FILE.
COPY "CLRRTN.CPY".

FD ACCOUNT-MASTER.
COPY "ACCTREC.CPY".

FD TRANLOG.
COPY "TRANREC.CPY".

FD TRAN-CONTROL.
COPY "TRANCTL.CPY".

FD FEE-FILE.
COPY "FEEREC.CPY".

WORKING-STORAGE SECTION.
01 WS-HOLD-FILE-STATUS PIC X(2).
01 WS-OCLR-FILE-STATUS PIC X(2).
01 WS-RTN-FILE-STATUS  PIC X(2).
01 WS-ACCT-FILE-STATUS PIC X(2).
01 WS-TRAN-FILE-STATUS PIC X(2).
01 WS-TCTL-FILE-STATUS PIC X(2).
01 WS-FEE-FILE-STATUS  PIC X(2).
01 WS-HOLD-EOF-SWITCH  PIC X(1).
    88 END-OF-HOLDS    VALUE "Y".
01 WS-OCLR-PRESENT-SW  PIC X(1).
    88 CLEARING-ON-FILE VALUE "Y".
01 WS-RTN-PRESENT-SW   PIC X(1).
    88 RETURNS-ON-FILE VALUE "Y".
01 WS-FEE-PRESENT-SW   PIC X(1).
    88 FEES-ON-FILE    VALUE "Y".
01 WS-RTN-EOF-SWITCH   PIC X(1).
    88 END-OF-RETURNS  VALUE "Y".
01 WS-OCLR-EOF-SWITCH  PIC X(1).
    88 END-OF-CLEARING VALUE "Y".
01 WS-MATCH-SWITCH     PIC X(1).
    88 RETURN-MATCHED  VALUE "Y".
    88 RETURN-ALREADY-POSTED VALUE "R".
01 WS-TODAY            PIC 9(8).
01 WS-TIME             PIC 9(8).
01 WS-TRAN-REF         PIC 9(9).
01 WS-POST-TYPE        PIC X(10).
01 WS-POST-AMOUNT      PIC 9(9)V99.
01 WS-RETURN-FEE       PIC 9(7)V99.
01 WS-HOLDS-CHECKED    PIC 9(5) VALUE 0.
01 WS-HOLDS-RELEASED   PIC 9(5) VALUE 0.
01 WS-CHEQUES-CLEARED  PIC 9(5) VALUE 0.
01 WS-CHEQUES-RETURNED PIC 9(5) VALUE 0.
01 WS-RETURNS-UNMATCHED PIC 9(5) VALUE 0.
01 WS-RETURNS-REPEATED PIC 9(5) VALUE 0.
01 WS-RETURNS-EXCEPTION PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Expired Hold Release for ", WS-TODAY, " =====".

    OPEN I-O HOLD-FILE.
        GOBACK
    END-IF.

    PERFORM 1500-OPEN-CLEARING-FILES.
    IF CLEARING-ON-FILE
        IF RETURNS-ON-FILE
            PERFORM 3000-PROCESS-INWARD-RETURNS
        END-IF
        PERFORM 4000-CLEAR-MATURED-CHEQUES
    END-IF.

    MOVE "N" TO WS-HOLD-EOF-SWITCH.
    MOVE 0 TO HOLD-ACCT-NUM.
    MOVE 0 TO HOLD-SEQ.
    PERFORM 1000-READ-HOLD UNTIL END-OF-HOLDS.

    CLOSE HOLD-FILE.
    IF CLEARING-ON-FILE
        CLOSE OUTWARD-CLEARING-FILE ACCOUNT-MASTER TRANLOG
            TRAN-CONTROL
        IF RETURNS-ON-FILE
            CLOSE INWARD-RETURN-FILE
        END-IF
        IF FEES-ON-FILE
            CLOSE FEE-FILE
        END-IF
    END-IF.

    DISPLAY "Holds checked:  ", WS-HOLDS-CHECKED.
    DISPLAY "Holds released: ", WS-HOLDS-RELEASED.
    DISPLAY "Deposited cheques cleared:  ", WS-CHEQUES-CLEARED.
    DISPLAY "Deposited cheques returned: ", WS-CHEQUES-RETURNED.
    IF WS-RETURNS-UNMATCHED > 0
        DISPLAY "Inward returns not matched: ", WS-RETURNS-UNMATCHED
    END-IF.
    IF WS-RETURNS-REPEATED > 0
        DISPLAY "Inward returns already processed: ",
            WS-RETURNS-REPEATED
    END-IF.
    IF WS-RETURNS-EXCEPTION > 0
        DISPLAY "Inward returns left pending: ", WS-RETURNS-EXCEPTION
    END-IF.
    GOBACK.

1000-READ-HOLD.
            PERFORM 2000-REVIEW-HOLD
    END-READ.

1500-OPEN-CLEARING-FILES.
    MOVE "N" TO WS-OCLR-PRESENT-SW.
    MOVE "N" TO WS-RTN-PRESENT-SW.
    MOVE "N" TO WS-FEE-PRESENT-SW.
    OPEN I-O OUTWARD-CLEARING-FILE.
    IF WS-OCLR-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-OCLR-PRESENT-SW
    END-IF.

    IF CLEARING-ON-FILE
        OPEN I-O ACCOUNT-MASTER
        OPEN I-O TRANLOG
        IF WS-TRAN-FILE-STATUS = "35"
            OPEN OUTPUT TRANLOG
            CLOSE TRANLOG
            OPEN I-O TRANLOG
        END-IF
        OPEN I-O TRAN-CONTROL
        IF WS-TCTL-FILE-STATUS = "35"
            OPEN OUTPUT TRAN-CONTROL
            CLOSE TRAN-CONTROL
            OPEN I-O TRAN-CONTROL
        END-IF
        OPEN INPUT FEE-FILE
        IF WS-FEE-FILE-STATUS NOT = "35"
            MOVE "Y" TO WS-FEE-PRESENT-SW
        END-IF
        OPEN INPUT INWARD-RETURN-FILE
        IF WS-RTN-FILE-STATUS NOT = "35"
            MOVE "Y" TO WS-RTN-PRESENT-SW
        END-IF
    END-IF.

2000-REVIEW-HOLD.
    ADD 1 TO WS-HOLDS-CHECKED.
    IF HOLD-ACTIVE AND HOLD-EXPIRY-DATE < WS-TODAY
            " hold ", HOLD-SEQ, " for ", HOLD-AMOUNT,
            " expired ", HOLD-EXPIRY-DATE
    END-IF.

3000-PROCESS-INWARD-RETURNS.
    MOVE "N" TO WS-RTN-EOF-SWITCH.
    PERFORM 3100-READ-INWARD-RETURN UNTIL END-OF-RETURNS.

3100-READ-INWARD-RETURN.
    READ INWARD-RETURN-FILE
        AT END
            SET END-OF-RETURNS TO TRUE
        NOT AT END
            PERFORM 3200-MATCH-RETURN
    END-READ.

3200-MATCH-RETURN.
    MOVE "N" TO WS-MATCH-SWITCH.
    MOVE "N" TO WS-OCLR-EOF-SWITCH.
    MOVE RTN-ACCT-NUM TO OCLR-ACCT-NUM.
    MOVE RTN-CHQ-NUM  TO OCLR-CHQ-NUM.
    START OUTWARD-CLEARING-FILE KEY IS EQUAL TO OCLR-ITEM-KEY
        INVALID KEY
            SET END-OF-CLEARING TO TRUE
    END-START.
    PERFORM 3300-READ-CLEARING-ITEM
        UNTIL END-OF-CLEARING OR RETURN-MATCHED.

    EVALUATE TRUE
        WHEN RETURN-MATCHED
            PERFORM 3400-RETURN-CHEQUE
        WHEN RETURN-ALREADY-POSTED
            ADD 1 TO WS-RETURNS-REPEATED
        WHEN OTHER
            ADD 1 TO WS-RETURNS-UNMATCHED
            DISPLAY "UNMATCHED RETURN -- Account Number ",
                RTN-ACCT-NUM, " cheque ", RTN-CHQ-NUM, " for ",
                RTN-AMOUNT
    END-EVALUATE.

3300-READ-CLEARING-ITEM.
    READ OUTWARD-CLEARING-FILE NEXT RECORD
        AT END
            SET END-OF-CLEARING TO TRUE
        NOT AT END
            IF OCLR-ACCT-NUM = RTN-ACCT-NUM
                    AND OCLR-CHQ-NUM = RTN-CHQ-NUM
                IF OCLR-AMOUNT = RTN-AMOUNT
                    IF OCLR-RETURNED
                        SET RETURN-ALREADY-POSTED TO TRUE
                    ELSE
                        SET RETURN-MATCHED TO TRUE
                    END-IF
                END-IF
            ELSE
                SET END-OF-CLEARING TO TRUE
            END-IF
    END-READ.

3400-RETURN-CHEQUE.
    MOVE OCLR-ACCT-NUM TO ACCT-NUM.
    READ ACCOUNT-MASTER
        INVALID KEY
            ADD 1 TO WS-RETURNS-EXCEPTION
            DISPLAY "EXCEPTION -- Account Number ", OCLR-ACCT-NUM,
                " not found for returned cheque ", OCLR-CHQ-NUM,
                " -- item left pending"
        NOT INVALID KEY
            PERFORM 3450-POST-RETURN
    END-READ.

3450-POST-RETURN.
    SUBTRACT OCLR-AMOUNT FROM ACCT-BALANCE.
    MOVE "REV-DEBIT" TO WS-POST-TYPE.
    MOVE OCLR-AMOUNT TO WS-POST-AMOUNT.
    PERFORM 5000-WRITE-TRAN-RECORD.
    PERFORM 3500-CHARGE-RETURN-FEE.
    REWRITE ACCOUNT-RECORD
        INVALID KEY
            DISPLAY "Error reversing cheque deposit for ",
                "Account Number ", OCLR-ACCT-NUM
    END-REWRITE.

    PERFORM 4200-RELEASE-CHEQUE-HOLD.
    SET OCLR-RETURNED TO TRUE.
    MOVE WS-TODAY TO OCLR-SETTLED-DATE.
    REWRITE OUTWARD-CLEARING-RECORD
        INVALID KEY
            DISPLAY "Error updating clearing item ", OCLR-TRAN-REF
    END-REWRITE.
    ADD 1 TO WS-CHEQUES-RETURNED.
    DISPLAY "RETURNED -- Account Number ", OCLR-ACCT-NUM,
        " cheque ", OCLR-CHQ-NUM, " for ", OCLR-AMOUNT, "  ",
        RTN-REASON-TEXT.

3500-CHARGE-RETURN-FEE.
    MOVE 0 TO WS-RETURN-FEE.
    IF FEES-ON-FILE
        MOVE ACCT-TYPE TO FEE-PROD-TYPE
        MOVE "RDI"     TO FEE-CODE
        READ FEE-FILE
            INVALID KEY
                MOVE 0 TO FEE-AMOUNT
        END-READ
        IF FEE-AMOUNT > 0
            IF FEE-WAIVER-BALANCE > 0
                    AND ACCT-BALANCE NOT < FEE-WAIVER-BALANCE
                CONTINUE
            ELSE
                MOVE FEE-AMOUNT TO WS-RETURN-FEE
            END-IF
        END-IF
    END-IF.

    IF WS-RETURN-FEE > 0
        SUBTRACT WS-RETURN-FEE FROM ACCT-BALANCE
        MOVE "FEE" TO WS-POST-TYPE
        MOVE WS-RETURN-FEE TO WS-POST-AMOUNT
        PERFORM 5000-WRITE-TRAN-RECORD
    END-IF.

4000-CLEAR-MATURED-CHEQUES.
    MOVE "N" TO WS-OCLR-EOF-SWITCH.
    MOVE 0 TO OCLR-TRAN-REF.
    START OUTWARD-CLEARING-FILE KEY IS GREATER THAN OCLR-TRAN-REF
        INVALID KEY
            SET END-OF-CLEARING TO TRUE
    END-START.
    PERFORM 4100-READ-PENDING-CHEQUE UNTIL END-OF-CLEARING.

4100-READ-PENDING-CHEQUE.
    READ OUTWARD-CLEARING-FILE NEXT RECORD
        AT END
            SET END-OF-CLEARING TO TRUE
        NOT AT END
            IF OCLR-PENDING AND OCLR-CLEAR-DATE NOT > WS-TODAY
                PERFORM 4200-RELEASE-CHEQUE-HOLD
                SET OCLR-CLEARED TO TRUE
                MOVE WS-TODAY TO OCLR-SETTLED-DATE
                REWRITE OUTWARD-CLEARING-RECORD
                    INVALID KEY
                        DISPLAY "Error updating clearing item ",
                            OCLR-TRAN-REF
                END-REWRITE
                ADD 1 TO WS-CHEQUES-CLEARED
                DISPLAY "CLEARED -- Account Number ", OCLR-ACCT-NUM,
                    " cheque ", OCLR-CHQ-NUM, " for ", OCLR-AMOUNT
            END-IF
    END-READ.

4200-RELEASE-CHEQUE-HOLD.
    MOVE OCLR-ACCT-NUM TO HOLD-ACCT-NUM.
    MOVE OCLR-HOLD-SEQ TO HOLD-SEQ.
    READ HOLD-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF HOLD-ACTIVE
                SET HOLD-RELEASED TO TRUE
                REWRITE HOLD-RECORD
                    INVALID KEY
                        DISPLAY "Error releasing hold on Account ",
                            "Number ", HOLD-ACCT-NUM
                END-REWRITE
                ADD 1 TO WS-HOLDS-RELEASED
            END-IF
    END-READ.

5000-WRITE-TRAN-RECORD.
    ACCEPT WS-TIME FROM TIME.
    MOVE OCLR-ACCT-NUM  TO TRAN-ACCT-NUM.
    MOVE WS-POST-TYPE   TO TRAN-TYPE.
    MOVE WS-POST-AMOUNT TO TRAN-AMOUNT.
    MOVE WS-TODAY       TO TRAN-DATE.
    MOVE WS-TIME        TO TRAN-TIME.
    PERFORM 7000-ASSIGN-TRAN-REF.
    MOVE WS-TRAN-REF    TO TRAN-REF.
    MOVE OCLR-TRAN-REF  TO TRAN-RELATED-REF.
    MOVE "SYS"          TO TRAN-CHANNEL.
    MOVE "SYSTEM"       TO TRAN-OPERATOR.
    MOVE SPACES TO TRAN-CHECKER.
    MOVE 0 TO TRAN-BRANCH.
    WRITE TRAN-RECORD
        INVALID KEY
            DISPLAY "Error writing journal record ", TRAN-REF, "."
    END-WRITE.

7000-ASSIGN-TRAN-REF.
    MOVE "T" TO TCTL-KEY.
    READ TRAN-CONTROL
        INVALID KEY
            MOVE 0 TO TCTL-LAST-TRAN-REF
    END-READ.
    ADD 1 TO TCTL-LAST-TRAN-REF.
    MOVE TCTL-LAST-TRAN-REF TO WS-TRAN-REF.
    REWRITE TRAN-CONTROL-RECORD
        INVALID KEY
            WRITE TRAN-CONTROL-RECORD
    END-REWRITE.
