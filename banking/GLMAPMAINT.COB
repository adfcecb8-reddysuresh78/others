IDENTIFICATION DIVISION.
PROGRAM-ID. GLMAPMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GLM-KEY
        FILE STATUS IS WS-GLM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD GL-MAP-FILE.
COPY "GLMAPREC.CPY".

WORKING-STORAGE SECTION.
01 WS-GLM-FILE-STATUS  PIC X(2).
01 WS-SUPERVISOR-CODE  PIC X(5) VALUE "SUP99".
01 WS-CODE-ENTERED     PIC X(5).
01 WS-ACTION           PIC 9(1).
01 WS-TRAN-TYPE        PIC X(10).
01 WS-BRANCH           PIC 9(3).
01 WS-DEBIT-GL         PIC X(10).
01 WS-CREDIT-GL        PIC X(10).
01 WS-DESCRIPTION      PIC X(20).
01 WS-GLM-EOF-SWITCH   PIC X(1).
    88 END-OF-MAPPINGS VALUE "Y".
01 WS-MAPPINGS-LISTED  PIC 9(3).

PROCEDURE DIVISION.
    DISPLAY "Enter Supervisor Code: ".
    ACCEPT WS-CODE-ENTERED.
    IF WS-CODE-ENTERED NOT = WS-SUPERVISOR-CODE
        DISPLAY "Invalid supervisor code -- GL mapping maintenance ",
            "refused."
        GOBACK
    END-IF.

    DISPLAY "1 = Add or replace mapping, 2 = List mappings, ",
        "3 = Delete mapping: ".
    ACCEPT WS-ACTION.

    OPEN I-O GL-MAP-FILE.
    IF WS-GLM-FILE-STATUS = "35"
        OPEN OUTPUT GL-MAP-FILE
        CLOSE GL-MAP-FILE
        OPEN I-O GL-MAP-FILE
    END-IF.

    EVALUATE WS-ACTION
        WHEN 1
            PERFORM 2000-ADD-MAPPING
        WHEN 2
            PERFORM 5000-LIST-MAPPINGS
        WHEN 3
            PERFORM 3000-DELETE-MAPPING
        WHEN OTHER
            DISPLAY "Invalid action."
    END-EVALUATE.

    CLOSE GL-MAP-FILE.
    GOBACK.

2000-ADD-MAPPING.
    DISPLAY "Transaction type (e.g. DEPOSIT, FEE, SUSPENSE, CUSTDEP): ".
    ACCEPT WS-TRAN-TYPE.
    IF WS-TRAN-TYPE = SPACES
        DISPLAY "Transaction type is required."
        GOBACK
    END-IF.

    DISPLAY "Branch (999 = all branches): ".
    ACCEPT WS-BRANCH.
    DISPLAY "Debit GL account: ".
    ACCEPT WS-DEBIT-GL.
    DISPLAY "Credit GL account: ".
    ACCEPT WS-CREDIT-GL.
    IF WS-DEBIT-GL = SPACES OR WS-CREDIT-GL = SPACES
        DISPLAY "Both a debit and a credit GL account are required."
        GOBACK
    END-IF.
    DISPLAY "Mapping description: ".
    ACCEPT WS-DESCRIPTION.

    MOVE WS-TRAN-TYPE   TO GLM-TRAN-TYPE.
    MOVE WS-BRANCH      TO GLM-BRANCH.
    MOVE WS-DEBIT-GL    TO GLM-DEBIT-GL.
    MOVE WS-CREDIT-GL   TO GLM-CREDIT-GL.
    MOVE WS-DESCRIPTION TO GLM-DESCRIPTION.

    WRITE GL-MAP-RECORD
        INVALID KEY
            REWRITE GL-MAP-RECORD
                INVALID KEY
                    DISPLAY "Error writing GL mapping record."
            END-REWRITE
    END-WRITE.
    DISPLAY "GL mapping stored -- ", WS-TRAN-TYPE, " branch ",
        WS-BRANCH, " DR ", WS-DEBIT-GL, " CR ", WS-CREDIT-GL, ".".

3000-DELETE-MAPPING.
    DISPLAY "Transaction type: ".
    ACCEPT WS-TRAN-TYPE.
    DISPLAY "Branch (999 = all branches): ".
    ACCEPT WS-BRANCH.
    MOVE WS-TRAN-TYPE TO GLM-TRAN-TYPE.
    MOVE WS-BRANCH    TO GLM-BRANCH.
    DELETE GL-MAP-FILE RECORD
        INVALID KEY
            DISPLAY "No GL mapping is on file for ", WS-TRAN-TYPE,
                " branch ", WS-BRANCH, "."
        NOT INVALID KEY
            DISPLAY "GL mapping deleted."
    END-DELETE.

5000-LIST-MAPPINGS.
    MOVE 0 TO WS-MAPPINGS-LISTED.
    MOVE "N" TO WS-GLM-EOF-SWITCH.
    MOVE LOW-VALUES TO GLM-KEY.
    START GL-MAP-FILE KEY IS GREATER THAN GLM-KEY
        INVALID KEY
            SET END-OF-MAPPINGS TO TRUE
    END-START.

    DISPLAY "Tran Type  Brn Debit GL   Credit GL  Description".
    PERFORM 5100-READ-MAPPING UNTIL END-OF-MAPPINGS.

    IF WS-MAPPINGS-LISTED = 0
        DISPLAY "No GL mappings are on file."
    END-IF.

5100-READ-MAPPING.
    READ GL-MAP-FILE NEXT RECORD
        AT END
            SET END-OF-MAPPINGS TO TRUE
        NOT AT END
            DISPLAY GLM-TRAN-TYPE, " ", GLM-BRANCH, " ",
                GLM-DEBIT-GL, " ", GLM-CREDIT-GL, " ",
                GLM-DESCRIPTION
            ADD 1 TO WS-MAPPINGS-LISTED
    END-READ.
