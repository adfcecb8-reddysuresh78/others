        RECORD KEY IS ACCT-NUM
        ALTERNATE RECORD KEY IS ACCT-NAME WITH DUPLICATES
        FILE STATUS IS WS-ACCT-FILE-STATUS.
    SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-AUD-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD ACCOUNT-MASTER.
COPY "ACCTREC.CPY".

FD AUDIT-LOG.
COPY "AUDREC.CPY".

WORKING-STORAGE SECTION.
01 WS-ACCT-FILE-STATUS PIC X(2).
01 WS-AUD-FILE-STATUS  PIC X(2).
01 WS-SUPERVISOR-CODE  PIC X(5) VALUE "SUP99".
01 WS-CODE-ENTERED     PIC X(5).
01 WS-DATE             PIC 9(8).
01 WS-TIME             PIC 9(8).

LINKAGE SECTION.
01 LK-ACCOUNT-NUM PIC 9(5).
01 LK-OPERATOR-ID PIC X(8).

PROCEDURE DIVISION USING LK-ACCOUNT-NUM LK-OPERATOR-ID.
    DISPLAY "Enter Supervisor Code: ".
    ACCEPT WS-CODE-ENTERED.
    IF WS-CODE-ENTERED NOT = WS-SUPERVISOR-CODE
            GOBACK
    END-REWRITE.

    PERFORM 2000-WRITE-AUDIT.
    DISPLAY "Account Number ", LK-ACCOUNT-NUM, " unlocked.".
    CLOSE ACCOUNT-MASTER.
    GOBACK.

2000-WRITE-AUDIT.
    OPEN EXTEND AUDIT-LOG.
    IF WS-AUD-FILE-STATUS = "35"
        OPEN OUTPUT AUDIT-LOG
        CLOSE AUDIT-LOG
        OPEN EXTEND AUDIT-LOG
    END-IF.

    CALL 'BUSDATE' USING WS-DATE.
    ACCEPT WS-TIME FROM TIME.
    MOVE LK-ACCOUNT-NUM TO AUD-ACCT-NUM.
    MOVE "STATUS"       TO AUD-FIELD.
    MOVE "L"            TO AUD-OLD-VALUE.
    MOVE "A"            TO AUD-NEW-VALUE.
    MOVE WS-DATE        TO AUD-DATE.
    MOVE WS-TIME        TO AUD-TIME.
    MOVE LK-OPERATOR-ID TO AUD-OPERATOR.
    WRITE AUDIT-RECORD.
    CLOSE AUDIT-LOG.
