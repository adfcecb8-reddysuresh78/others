IDENTIFICATION DIVISION.
PROGRAM-ID. SECRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-AUD-FILE-STATUS.
    SELECT TRANLOG ASSIGN TO "TRANLOG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TRAN-KEY
        ALTERNATE RECORD KEY IS TRAN-REF
        FILE STATUS IS WS-TRAN-FILE-STATUS.
    SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPER-ID
        FILE STATUS IS WS-OPER-FILE-STATUS.
    SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-NUM
        ALTERNATE RECORD KEY IS ACCT-NAME WITH DUPLICATES
        FILE STATUS IS WS-ACCT-FILE-STATUS.
    SELECT SECURITY-REPORT ASSIGN TO "SECRPT"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.
    SELECT MANAGER-REPORT ASSIGN TO "SECMGR"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-MGR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD AUDIT-LOG.
COPY "AUDREC.CPY".

FD TRANLOG.
COPY "TRANREC.CPY".

FD OPERATOR-FILE.
COPY "OPERREC.CPY".

FD ACCOUNT-MASTER.
COPY "ACCTREC.CPY".

FD SECURITY-REPORT.
01 SECURITY-REPORT-LINE PIC X(132).

FD MANAGER-REPORT.
01 MANAGER-REPORT-LINE  PIC X(132).

WORKING-STORAGE SECTION.
01 WS-AUD-FILE-STATUS   PIC X(2).
01 WS-TRAN-FILE-STATUS  PIC X(2).
01 WS-OPER-FILE-STATUS  PIC X(2).
01 WS-ACCT-FILE-STATUS  PIC X(2).
01 WS-RPT-FILE-STATUS   PIC X(2).
01 WS-MGR-FILE-STATUS   PIC X(2).
01 WS-AUD-PRESENT-SW    PIC X(1).
    88 AUDIT-ON-FILE    VALUE "Y".
01 WS-TRAN-PRESENT-SW   PIC X(1).
    88 TRANLOG-ON-FILE  VALUE "Y".
01 WS-OPER-PRESENT-SW   PIC X(1).
    88 OPERATORS-ON-FILE VALUE "Y".
01 WS-ACCT-PRESENT-SW   PIC X(1).
    88 ACCOUNTS-ON-FILE VALUE "Y".
01 WS-EOF-SWITCH        PIC X(1).
    88 END-OF-FILE      VALUE "Y".
01 WS-PENDING-SWITCH    PIC X(1).
    88 INCREASE-PENDING VALUE "Y".
01 WS-WATCH-SWITCH      PIC X(1).
    88 WATCHED-ACCOUNT  VALUE "Y".
01 WS-ORIG-FOUND-SW     PIC X(1).
    88 ORIGINAL-FOUND   VALUE "Y".
01 WS-ORIG-REF          PIC 9(9).
01 WS-ORIG-TYPE         PIC X(10).
01 WS-ORIG-ACCT-NUM     PIC 9(5).
01 WS-ORIG-OPERATOR     PIC X(8).
01 WS-SAVED-TRAN-RECORD PIC X(82).
01 WS-TODAY             PIC 9(8).
01 WS-TODAY-DAYS        PIC 9(7).
01 WS-BRANCH-OPEN-TIME  PIC 9(8) VALUE 08000000.
01 WS-BRANCH-CLOSE-TIME PIC 9(8) VALUE 18000000.
01 WS-RECENT-DAYS       PIC 9(3) VALUE 30.
01 WS-HEAVY-ACTIVITY    PIC 9(3) VALUE 5.
01 WS-WORST-LIMIT       PIC 9(2) VALUE 10.
01 WS-SYSTEM-OPERATOR   PIC X(8) VALUE "SYSTEM".
01 WS-DTD-DATE          PIC 9(8).
01 WS-DTD-DATE-PARTS REDEFINES WS-DTD-DATE.
    05 WS-DTD-YEAR      PIC 9(4).
    05 WS-DTD-MONTH     PIC 9(2).
    05 WS-DTD-DAY       PIC 9(2).
01 WS-DTD-DAYS          PIC 9(7).
01 WS-AGE-DAYS          PIC S9(7).
01 WS-MONTH-DAYS-TABLE.
    05 FILLER PIC X(36) VALUE "000031059090120151181212243273304334".
01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
    05 WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES PIC 9(3).
01 WS-CHECK-IDX         PIC 9(1).
01 WS-CHECK-TABLE.
    05 FILLER PIC X(55) VALUE
        "SIGN-ON OUTSIDE BRANCH HOURS                           ".
    05 FILLER PIC X(55) VALUE
        "SESSION NEVER SIGNED OFF                               ".
    05 FILLER PIC X(55) VALUE
        "SIGNED ON AWAY FROM HOME BRANCH                        ".
    05 FILLER PIC X(55) VALUE
        "REVERSAL OF OPERATOR'S OWN POSTING                     ".
    05 FILLER PIC X(55) VALUE
        "MAKER AND CHECKER ARE THE SAME OPERATOR                ".
    05 FILLER PIC X(55) VALUE
        "OVERDRAFT LIMIT INCREASE WITHOUT A SUPERVISOR          ".
    05 FILLER PIC X(55) VALUE
        "HEAVY ACTIVITY ON DORMANT OR RECENTLY UNLOCKED ACCOUNTS".
01 WS-CHECKS REDEFINES WS-CHECK-TABLE.
    05 WS-CHECK-TITLE   PIC X(55) OCCURS 7 TIMES.
01 WS-CHECK-COUNTS.
    05 WS-CHECK-COUNT   PIC 9(5) OCCURS 7 TIMES.
01 WS-TOTAL-EXCEPTIONS  PIC 9(5) VALUE 0.
01 WS-OPER-IDX          PIC 9(3).
01 WS-OPER-SLOT         PIC 9(3).
01 WS-OPER-COUNT        PIC 9(3) VALUE 0.
01 WS-OPERS-DROPPED     PIC 9(5) VALUE 0.
01 WS-OPERATOR-TABLE.
    05 WS-OPER-ENTRY OCCURS 300 TIMES.
        10 WS-OP-ID          PIC X(8).
        10 WS-OP-NAME        PIC X(30).
        10 WS-OP-ROLE        PIC X(1).
            88 OP-IS-SUPERVISOR VALUE "S".
        10 WS-OP-HOME-BRANCH PIC 9(3).
        10 WS-OP-SESSION-SW  PIC X(1).
            88 OP-SESSION-OPEN VALUE "Y".
        10 WS-OP-SESSION-TIME   PIC 9(8).
        10 WS-OP-SESSION-BRANCH PIC 9(3).
        10 WS-OP-WATCH-COUNT PIC 9(5).
        10 WS-OP-TOTAL       PIC 9(5).
        10 WS-OP-LISTED-SW   PIC X(1).
            88 OP-LISTED     VALUE "Y".
        10 WS-OP-EXC-COUNT   PIC 9(5) OCCURS 7 TIMES.
01 WS-BRANCH-IDX        PIC 9(4).
01 WS-BRANCH-TOTALS.
    05 WS-BRANCH-TOTAL OCCURS 1000 TIMES.
        10 WS-BR-TOTAL      PIC 9(5).
        10 WS-BR-COUNT      PIC 9(5) OCCURS 7 TIMES.
01 WS-WATCH-IDX         PIC 9(3).
01 WS-WATCH-COUNT       PIC 9(3) VALUE 0.
01 WS-WATCH-DROPPED     PIC 9(5) VALUE 0.
01 WS-WATCH-TABLE.
    05 WS-WATCH-ACCT    PIC 9(5) OCCURS 500 TIMES.
01 WS-SIGNON-BRANCH     PIC 9(3).
01 WS-EVENT-OPERATOR    PIC X(8).
01 WS-EVENT-BRANCH      PIC 9(3).
01 WS-EVENT-TIME        PIC 9(8).
01 WS-PEND-ACCT-NUM     PIC 9(5).
01 WS-PEND-OPERATOR     PIC X(8).
01 WS-PEND-TIME         PIC 9(8).
01 WS-PEND-OLD-VALUE    PIC X(20).
01 WS-PEND-NEW-VALUE    PIC X(20).
01 WS-APPROVER-ID       PIC X(8).
01 WS-LAST-ACCT-NUM     PIC 9(5).
01 WS-LAST-ACCT-STATUS  PIC X(1).
    88 LAST-ACCT-DORMANT VALUE "D".
01 WS-WORST-RANK        PIC 9(2).
01 WS-WORST-TOTAL       PIC 9(5).
01 WS-EXCEPTION-TEXT    PIC X(102).
01 WS-EXC-PTR           PIC 9(3).
01 WS-HEADING-LINE.
    05 FILLER           PIC X(38)
        VALUE "OPERATOR SECURITY EXCEPTIONS REPORT --".
    05 FILLER           PIC X(1) VALUE SPACE.
    05 HDG-DATE         PIC 9(8).
    05 FILLER           PIC X(85) VALUE SPACES.
01 WS-MANAGER-HEADING-LINE.
    05 FILLER           PIC X(45)
        VALUE "OPERATOR SECURITY -- WORST OFFENDERS FOR BRAN".
    05 FILLER           PIC X(14) VALUE "CH MANAGERS --".
    05 FILLER           PIC X(1) VALUE SPACE.
    05 MGR-DATE         PIC 9(8).
    05 FILLER           PIC X(64) VALUE SPACES.
01 WS-TITLE-LINE.
    05 TTL-TEXT         PIC X(60).
    05 FILLER           PIC X(72) VALUE SPACES.
01 WS-LEGEND-LINE.
    05 FILLER           PIC X(8) VALUE "  CHECK ".
    05 LEG-NUM          PIC 9(1).
    05 FILLER           PIC X(2) VALUE "  ".
    05 LEG-TITLE        PIC X(55).
    05 FILLER           PIC X(66) VALUE SPACES.
01 WS-DETAIL-HEADING.
    05 FILLER           PIC X(40)
        VALUE "  C  OPERATOR  BR   TIME      DETAIL    ".
    05 FILLER           PIC X(92) VALUE SPACES.
01 WS-DETAIL-LINE.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTL-CHECK        PIC 9(1).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTL-OPERATOR     PIC X(8).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTL-BRANCH       PIC 9(3).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTL-TIME         PIC 9(8).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTL-TEXT         PIC X(102).
01 WS-TOTALS-HEADING.
    05 FILLER           PIC X(49) VALUE
        "  OPERATOR  NAME                            BR   ".
    05 FILLER           PIC X(42) VALUE
        "    C1    C2    C3    C4    C5    C6    C7".
    05 FILLER           PIC X(7) VALUE "  TOTAL".
    05 FILLER           PIC X(34) VALUE SPACES.
01 WS-OPERATOR-TOTAL-LINE.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 OPT-OPERATOR     PIC X(8).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 OPT-NAME         PIC X(30).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 OPT-HOME         PIC 9(3).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 OPT-COUNT-ENTRY OCCURS 7 TIMES.
        10 FILLER       PIC X(1) VALUE SPACE.
        10 OPT-COUNT    PIC Z(4)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 OPT-TOTAL        PIC Z(4)9.
    05 FILLER           PIC X(34) VALUE SPACES.
01 WS-BRANCH-TOTAL-LINE.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FILLER           PIC X(7) VALUE "BRANCH ".
    05 BRT-BRANCH       PIC 9(3).
    05 FILLER           PIC X(37) VALUE SPACES.
    05 BRT-COUNT-ENTRY OCCURS 7 TIMES.
        10 FILLER       PIC X(1) VALUE SPACE.
        10 BRT-COUNT    PIC Z(4)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 BRT-TOTAL        PIC Z(4)9.
    05 FILLER           PIC X(34) VALUE SPACES.
01 WS-SUMMARY-LINE.
    05 FILLER           PIC X(8) VALUE "  CHECK ".
    05 SUM-NUM          PIC 9(1).
    05 FILLER           PIC X(2) VALUE "  ".
    05 SUM-TITLE        PIC X(55).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 SUM-COUNT        PIC Z(4)9.
    05 FILLER           PIC X(59) VALUE SPACES.
01 WS-BLANK-LINE        PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Operator Security Exceptions for ", WS-TODAY,
        " =====".
    MOVE WS-TODAY TO WS-DTD-DATE.
    PERFORM 8500-DATE-TO-DAYS.
    MOVE WS-DTD-DAYS TO WS-TODAY-DAYS.

    PERFORM 0100-OPEN-FILES.
    MOVE ZEROES TO WS-CHECK-COUNTS.
    MOVE ZEROES TO WS-BRANCH-TOTALS.
    PERFORM 0200-LOAD-OPERATORS.

    OPEN OUTPUT SECURITY-REPORT.
    MOVE WS-TODAY TO HDG-DATE.
    MOVE WS-HEADING-LINE TO SECURITY-REPORT-LINE.
    WRITE SECURITY-REPORT-LINE.
    PERFORM 0300-WRITE-LEGEND
        VARYING WS-CHECK-IDX FROM 1 BY 1
        UNTIL WS-CHECK-IDX > 7.
    MOVE WS-BLANK-LINE TO SECURITY-REPORT-LINE.
    WRITE SECURITY-REPORT-LINE.
    MOVE "EXCEPTION DETAIL" TO TTL-TEXT.
    MOVE WS-TITLE-LINE TO SECURITY-REPORT-LINE.
    WRITE SECURITY-REPORT-LINE.
    MOVE WS-DETAIL-HEADING TO SECURITY-REPORT-LINE.
    WRITE SECURITY-REPORT-LINE.

    IF AUDIT-ON-FILE
        PERFORM 1000-SCAN-AUDIT-LOG
    END-IF.
    IF TRANLOG-ON-FILE
        PERFORM 2000-SCAN-TRANLOG
    END-IF.
    PERFORM 3000-CLOSE-OPERATOR-DAY
        VARYING WS-OPER-IDX FROM 1 BY 1
        UNTIL WS-OPER-IDX > WS-OPER-COUNT.

    PERFORM 4000-WRITE-OPERATOR-TOTALS.
    PERFORM 4200-WRITE-BRANCH-TOTALS.
    PERFORM 4400-WRITE-SUMMARY.
    CLOSE SECURITY-REPORT.

    OPEN OUTPUT MANAGER-REPORT.
    PERFORM 5000-WRITE-WORST-OFFENDERS.
    CLOSE MANAGER-REPORT.

    PERFORM 0900-CLOSE-FILES.

    IF WS-OPERS-DROPPED > 0
        DISPLAY "WARNING -- ", WS-OPERS-DROPPED,
            " events could not be totalled (operator table full)."
    END-IF.
    IF WS-WATCH-DROPPED > 0
        DISPLAY "WARNING -- ", WS-WATCH-DROPPED,
            " unlocked accounts could not be watched ",
            "(watch table full)."
    END-IF.
    DISPLAY "Security exceptions: ", WS-TOTAL-EXCEPTIONS,
        " -- see SECRPT; worst offenders in SECMGR.".
    GOBACK.

0100-OPEN-FILES.
    MOVE "N" TO WS-AUD-PRESENT-SW.
    OPEN INPUT AUDIT-LOG.
    IF WS-AUD-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-AUD-PRESENT-SW
    END-IF.

    MOVE "N" TO WS-TRAN-PRESENT-SW.
    OPEN INPUT TRANLOG.
    IF WS-TRAN-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-TRAN-PRESENT-SW
    END-IF.

    MOVE "N" TO WS-OPER-PRESENT-SW.
    OPEN INPUT OPERATOR-FILE.
    IF WS-OPER-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-OPER-PRESENT-SW
    END-IF.

    MOVE "N" TO WS-ACCT-PRESENT-SW.
    OPEN INPUT ACCOUNT-MASTER.
    IF WS-ACCT-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-ACCT-PRESENT-SW
    END-IF.

0200-LOAD-OPERATORS.
    IF OPERATORS-ON-FILE
        MOVE "N" TO WS-EOF-SWITCH
        MOVE LOW-VALUES TO OPER-ID
        START OPERATOR-FILE KEY IS GREATER THAN OPER-ID
            INVALID KEY
                SET END-OF-FILE TO TRUE
        END-START
        PERFORM 0210-READ-OPERATOR UNTIL END-OF-FILE
    END-IF.

0210-READ-OPERATOR.
    READ OPERATOR-FILE NEXT RECORD
        AT END
            SET END-OF-FILE TO TRUE
        NOT AT END
            MOVE OPER-ID TO WS-EVENT-OPERATOR
            PERFORM 7000-FIND-OPERATOR
            IF WS-OPER-SLOT > 0
                MOVE OPER-NAME TO WS-OP-NAME (WS-OPER-SLOT)
                MOVE OPER-ROLE TO WS-OP-ROLE (WS-OPER-SLOT)
                MOVE OPER-HOME-BRANCH
                    TO WS-OP-HOME-BRANCH (WS-OPER-SLOT)
            END-IF
    END-READ.

0300-WRITE-LEGEND.
    MOVE WS-CHECK-IDX TO LEG-NUM.
    MOVE WS-CHECK-TITLE (WS-CHECK-IDX) TO LEG-TITLE.
    MOVE WS-LEGEND-LINE TO SECURITY-REPORT-LINE.
    WRITE SECURITY-REPORT-LINE.

0900-CLOSE-FILES.
    IF AUDIT-ON-FILE
        CLOSE AUDIT-LOG
    END-IF.
    IF TRANLOG-ON-FILE
        CLOSE TRANLOG
    END-IF.
    IF OPERATORS-ON-FILE
        CLOSE OPERATOR-FILE
    END-IF.
    IF ACCOUNTS-ON-FILE
        CLOSE ACCOUNT-MASTER
    END-IF.

1000-SCAN-AUDIT-LOG.
    MOVE "N" TO WS-EOF-SWITCH.
    MOVE "N" TO WS-PENDING-SWITCH.
    PERFORM 1100-READ-AUDIT UNTIL END-OF-FILE.
    IF INCREASE-PENDING
        PERFORM 1600-REPORT-UNAPPROVED-INCREASE
    END-IF.

1100-READ-AUDIT.
    READ AUDIT-LOG
        AT END
            SET END-OF-FILE TO TRUE
        NOT AT END
            PERFORM 1200-REVIEW-AUDIT-EVENT
    END-READ.

1200-REVIEW-AUDIT-EVENT.
    IF INCREASE-PENDING
        IF AUD-FIELD = "OD-APPROVAL"
                AND AUD-ACCT-NUM = WS-PEND-ACCT-NUM
                AND AUD-OPERATOR = WS-PEND-OPERATOR
            PERFORM 1500-VERIFY-APPROVER
        ELSE
            PERFORM 1600-REPORT-UNAPPROVED-INCREASE
        END-IF
        MOVE "N" TO WS-PENDING-SWITCH
    END-IF.

    IF AUD-FIELD = "STATUS" AND AUD-OLD-VALUE = "L"
            AND AUD-NEW-VALUE = "A"
        PERFORM 1400-NOTE-UNLOCK
    END-IF.

    IF AUD-DATE = WS-TODAY
        EVALUATE AUD-FIELD
            WHEN "SIGN-ON"
                PERFORM 1300-REVIEW-SIGN-ON
            WHEN "SIGN-OFF"
                MOVE AUD-OPERATOR TO WS-EVENT-OPERATOR
                PERFORM 7000-FIND-OPERATOR
                IF WS-OPER-SLOT > 0
                    MOVE "N" TO WS-OP-SESSION-SW (WS-OPER-SLOT)
                END-IF
            WHEN "OD-LIMIT"
                IF AUD-NEW-VALUE > AUD-OLD-VALUE
                    SET INCREASE-PENDING TO TRUE
                    MOVE AUD-ACCT-NUM  TO WS-PEND-ACCT-NUM
                    MOVE AUD-OPERATOR  TO WS-PEND-OPERATOR
                    MOVE AUD-TIME      TO WS-PEND-TIME
                    MOVE AUD-OLD-VALUE TO WS-PEND-OLD-VALUE
                    MOVE AUD-NEW-VALUE TO WS-PEND-NEW-VALUE
                END-IF
        END-EVALUATE
    END-IF.

1300-REVIEW-SIGN-ON.
    MOVE AUD-OPERATOR TO WS-EVENT-OPERATOR.
    MOVE AUD-TIME TO WS-EVENT-TIME.
    MOVE 0 TO WS-SIGNON-BRANCH.
    IF AUD-OLD-VALUE (1:3) IS NUMERIC
        MOVE AUD-OLD-VALUE (1:3) TO WS-SIGNON-BRANCH
    END-IF.
    PERFORM 7000-FIND-OPERATOR.

    IF WS-OPER-SLOT > 0 AND OP-SESSION-OPEN (WS-OPER-SLOT)
        MOVE 2 TO WS-CHECK-IDX
        MOVE WS-OP-SESSION-BRANCH (WS-OPER-SLOT) TO WS-EVENT-BRANCH
        MOVE WS-OP-SESSION-TIME (WS-OPER-SLOT) TO WS-EVENT-TIME
        MOVE SPACES TO WS-EXCEPTION-TEXT
        MOVE "Signed on again without signing off the earlier session."
            TO WS-EXCEPTION-TEXT
        PERFORM 8000-RECORD-EXCEPTION
        MOVE AUD-TIME TO WS-EVENT-TIME
    END-IF.

    MOVE WS-SIGNON-BRANCH TO WS-EVENT-BRANCH.
    IF WS-EVENT-TIME < WS-BRANCH-OPEN-TIME
            OR WS-EVENT-TIME > WS-BRANCH-CLOSE-TIME
        MOVE 1 TO WS-CHECK-IDX
        MOVE SPACES TO WS-EXCEPTION-TEXT
        MOVE 1 TO WS-EXC-PTR
        STRING "Sign-on outside branch hours " DELIMITED BY SIZE
            WS-BRANCH-OPEN-TIME (1:4) DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            WS-BRANCH-CLOSE-TIME (1:4) DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            INTO WS-EXCEPTION-TEXT
            WITH POINTER WS-EXC-PTR
        PERFORM 8000-RECORD-EXCEPTION
    END-IF.

    IF WS-OPER-SLOT > 0 AND WS-SIGNON-BRANCH > 0
            AND WS-OP-HOME-BRANCH (WS-OPER-SLOT) > 0
            AND WS-SIGNON-BRANCH NOT = WS-OP-HOME-BRANCH (WS-OPER-SLOT)
        MOVE 3 TO WS-CHECK-IDX
        MOVE SPACES TO WS-EXCEPTION-TEXT
        MOVE 1 TO WS-EXC-PTR
        STRING "Signed on at branch " DELIMITED BY SIZE
            WS-SIGNON-BRANCH DELIMITED BY SIZE
            "; home branch is " DELIMITED BY SIZE
            WS-OP-HOME-BRANCH (WS-OPER-SLOT) DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            INTO WS-EXCEPTION-TEXT
            WITH POINTER WS-EXC-PTR
        PERFORM 8000-RECORD-EXCEPTION
    END-IF.

    IF WS-OPER-SLOT > 0
        SET OP-SESSION-OPEN (WS-OPER-SLOT) TO TRUE
        MOVE AUD-TIME TO WS-OP-SESSION-TIME (WS-OPER-SLOT)
        MOVE WS-SIGNON-BRANCH TO WS-OP-SESSION-BRANCH (WS-OPER-SLOT)
    END-IF.

1400-NOTE-UNLOCK.
    MOVE AUD-DATE TO WS-DTD-DATE.
    PERFORM 8500-DATE-TO-DAYS.
    COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DTD-DAYS.
    IF WS-AGE-DAYS NOT < 0 AND WS-AGE-DAYS NOT > WS-RECENT-DAYS
        MOVE AUD-ACCT-NUM TO WS-LAST-ACCT-NUM
        PERFORM 7200-ADD-WATCH
    END-IF.

1500-VERIFY-APPROVER.
    MOVE AUD-OLD-VALUE TO WS-APPROVER-ID.
    MOVE WS-APPROVER-ID TO WS-EVENT-OPERATOR.
    PERFORM 7100-LOOK-UP-OPERATOR.
    IF WS-APPROVER-ID = WS-PEND-OPERATOR
            OR WS-OPER-SLOT = 0
        PERFORM 1600-REPORT-UNAPPROVED-INCREASE
    ELSE
        IF NOT OP-IS-SUPERVISOR (WS-OPER-SLOT)
            PERFORM 1600-REPORT-UNAPPROVED-INCREASE
        END-IF
    END-IF.

1600-REPORT-UNAPPROVED-INCREASE.
    MOVE 6 TO WS-CHECK-IDX.
    MOVE WS-PEND-OPERATOR TO WS-EVENT-OPERATOR.
    MOVE WS-PEND-TIME TO WS-EVENT-TIME.
    PERFORM 7000-FIND-OPERATOR.
    MOVE 0 TO WS-EVENT-BRANCH.
    IF WS-OPER-SLOT > 0
        MOVE WS-OP-HOME-BRANCH (WS-OPER-SLOT) TO WS-EVENT-BRANCH
    END-IF.
    MOVE SPACES TO WS-EXCEPTION-TEXT.
    MOVE 1 TO WS-EXC-PTR.
    STRING "Account Number " DELIMITED BY SIZE
        WS-PEND-ACCT-NUM DELIMITED BY SIZE
        " limit raised from" DELIMITED BY SIZE
        WS-PEND-OLD-VALUE DELIMITED BY "  "
        " to" DELIMITED BY SIZE
        WS-PEND-NEW-VALUE DELIMITED BY "  "
        " -- no valid supervisor on record." DELIMITED BY SIZE
        INTO WS-EXCEPTION-TEXT
        WITH POINTER WS-EXC-PTR.
    PERFORM 8000-RECORD-EXCEPTION.
    MOVE "N" TO WS-PENDING-SWITCH.

2000-SCAN-TRANLOG.
    MOVE "N" TO WS-EOF-SWITCH.
    MOVE 0 TO WS-LAST-ACCT-NUM.
    MOVE LOW-VALUES TO TRAN-KEY.
    START TRANLOG KEY IS GREATER THAN TRAN-KEY
        INVALID KEY
            SET END-OF-FILE TO TRUE
    END-START.
    PERFORM 2100-READ-TRANLOG UNTIL END-OF-FILE.

2100-READ-TRANLOG.
    READ TRANLOG NEXT RECORD
        AT END
            SET END-OF-FILE TO TRUE
        NOT AT END
            PERFORM 2200-REVIEW-ENTRY
    END-READ.

2200-REVIEW-ENTRY.
    IF TRAN-TYPE = "REACTIVATE"
        MOVE TRAN-DATE TO WS-DTD-DATE
        PERFORM 8500-DATE-TO-DAYS
        COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DTD-DAYS
        IF WS-AGE-DAYS NOT < 0 AND WS-AGE-DAYS NOT > WS-RECENT-DAYS
            MOVE TRAN-ACCT-NUM TO WS-LAST-ACCT-NUM
            PERFORM 7200-ADD-WATCH
        END-IF
    END-IF.

    IF TRAN-DATE = WS-TODAY
            AND TRAN-OPERATOR NOT = WS-SYSTEM-OPERATOR
            AND TRAN-OPERATOR NOT = SPACES
        MOVE TRAN-OPERATOR TO WS-EVENT-OPERATOR
        MOVE TRAN-BRANCH   TO WS-EVENT-BRANCH
        MOVE TRAN-TIME     TO WS-EVENT-TIME
        IF TRAN-TYPE = "REV-CREDIT" OR TRAN-TYPE = "REV-DEBIT"
            PERFORM 2300-CHECK-REVERSAL
        END-IF
        IF TRAN-CHECKER NOT = SPACES
                AND TRAN-CHECKER = TRAN-OPERATOR
            MOVE 5 TO WS-CHECK-IDX
            MOVE SPACES TO WS-EXCEPTION-TEXT
            MOVE 1 TO WS-EXC-PTR
            STRING "Journal ref " DELIMITED BY SIZE
                TRAN-REF DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                TRAN-TYPE DELIMITED BY SPACE
                " on Account Number " DELIMITED BY SIZE
                TRAN-ACCT-NUM DELIMITED BY SIZE
                " made and approved by the same operator."
                    DELIMITED BY SIZE
                INTO WS-EXCEPTION-TEXT
                WITH POINTER WS-EXC-PTR
            PERFORM 8000-RECORD-EXCEPTION
        END-IF
        IF TRAN-TYPE NOT = "REACTIVATE"
            PERFORM 2400-CHECK-WATCHED-ACCOUNT
        END-IF
    END-IF.

2300-CHECK-REVERSAL.
    IF TRAN-RELATED-REF > 0
        MOVE TRAN-RECORD TO WS-SAVED-TRAN-RECORD
        MOVE "N" TO WS-ORIG-FOUND-SW
        MOVE TRAN-RELATED-REF TO TRAN-REF
        READ TRANLOG KEY IS TRAN-REF
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET ORIGINAL-FOUND TO TRUE
                MOVE TRAN-REF      TO WS-ORIG-REF
                MOVE TRAN-TYPE     TO WS-ORIG-TYPE
                MOVE TRAN-ACCT-NUM TO WS-ORIG-ACCT-NUM
                MOVE TRAN-OPERATOR TO WS-ORIG-OPERATOR
        END-READ
        MOVE WS-SAVED-TRAN-RECORD TO TRAN-RECORD
        START TRANLOG KEY IS GREATER THAN TRAN-KEY
            INVALID KEY
                SET END-OF-FILE TO TRUE
        END-START
        IF ORIGINAL-FOUND AND WS-ORIG-OPERATOR = TRAN-OPERATOR
            MOVE 4 TO WS-CHECK-IDX
            MOVE SPACES TO WS-EXCEPTION-TEXT
            MOVE 1 TO WS-EXC-PTR
            STRING "Journal ref " DELIMITED BY SIZE
                TRAN-REF DELIMITED BY SIZE
                " reverses ref " DELIMITED BY SIZE
                WS-ORIG-REF DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-ORIG-TYPE DELIMITED BY SPACE
                " on Account Number " DELIMITED BY SIZE
                WS-ORIG-ACCT-NUM DELIMITED BY SIZE
                " posted by the same operator."
                    DELIMITED BY SIZE
                INTO WS-EXCEPTION-TEXT
                WITH POINTER WS-EXC-PTR
            PERFORM 8000-RECORD-EXCEPTION
        END-IF
    END-IF.

2400-CHECK-WATCHED-ACCOUNT.
    IF TRAN-ACCT-NUM NOT = WS-LAST-ACCT-NUM
        MOVE TRAN-ACCT-NUM TO WS-LAST-ACCT-NUM
        MOVE SPACE TO WS-LAST-ACCT-STATUS
        IF ACCOUNTS-ON-FILE
            MOVE TRAN-ACCT-NUM TO ACCT-NUM
            READ ACCOUNT-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ACCT-STATUS TO WS-LAST-ACCT-STATUS
            END-READ
        END-IF
    END-IF.

    MOVE "N" TO WS-WATCH-SWITCH.
    IF LAST-ACCT-DORMANT
        SET WATCHED-ACCOUNT TO TRUE
    ELSE
        PERFORM 7300-CHECK-WATCH
            VARYING WS-WATCH-IDX FROM 1 BY 1
            UNTIL WS-WATCH-IDX > WS-WATCH-COUNT OR WATCHED-ACCOUNT
    END-IF.

    IF WATCHED-ACCOUNT
        PERFORM 7000-FIND-OPERATOR
        IF WS-OPER-SLOT > 0
            ADD 1 TO WS-OP-WATCH-COUNT (WS-OPER-SLOT)
        END-IF
    END-IF.

3000-CLOSE-OPERATOR-DAY.
    MOVE WS-OP-ID (WS-OPER-IDX) TO WS-EVENT-OPERATOR.
    MOVE WS-OPER-IDX TO WS-OPER-SLOT.

    IF OP-SESSION-OPEN (WS-OPER-IDX)
        MOVE 2 TO WS-CHECK-IDX
        MOVE WS-OP-SESSION-BRANCH (WS-OPER-IDX) TO WS-EVENT-BRANCH
        MOVE WS-OP-SESSION-TIME (WS-OPER-IDX) TO WS-EVENT-TIME
        MOVE SPACES TO WS-EXCEPTION-TEXT
        MOVE "Session was never signed off." TO WS-EXCEPTION-TEXT
        PERFORM 8100-COUNT-EXCEPTION
    END-IF.

    IF WS-OP-WATCH-COUNT (WS-OPER-IDX) NOT < WS-HEAVY-ACTIVITY
        MOVE 7 TO WS-CHECK-IDX
        MOVE WS-OP-HOME-BRANCH (WS-OPER-IDX) TO WS-EVENT-BRANCH
        MOVE 0 TO WS-EVENT-TIME
        MOVE SPACES TO WS-EXCEPTION-TEXT
        MOVE 1 TO WS-EXC-PTR
        STRING WS-OP-WATCH-COUNT (WS-OPER-IDX) DELIMITED BY SIZE
            " postings today on dormant or recently unlocked "
                DELIMITED BY SIZE
            "accounts." DELIMITED BY SIZE
            INTO WS-EXCEPTION-TEXT
            WITH POINTER WS-EXC-PTR
        PERFORM 8100-COUNT-EXCEPTION
    END-IF.

4000-WRITE-OPERATOR-TOTALS.
    MOVE WS-BLANK-LINE TO SECURITY-REPORT-LINE.
    WRITE SECURITY-REPORT-LINE.
    MOVE "TOTALS BY OPERATOR" TO TTL-TEXT.
    MOVE WS-TITLE-LINE TO SECURITY-REPORT-LINE.
    WRITE SECURITY-REPORT-LINE.
    MOVE WS-TOTALS-HEADING TO SECURITY-REPORT-LINE.
    WRITE SECURITY-REPORT-LINE.
    PERFORM 4100-WRITE-OPERATOR-LINE
        VARYING WS-OPER-IDX FROM 1 BY 1
        UNTIL WS-OPER-IDX > WS-OPER-COUNT.

4100-WRITE-OPERATOR-LINE.
    IF WS-OP-TOTAL (WS-OPER-IDX) > 0
        PERFORM 7400-BUILD-OPERATOR-LINE
        MOVE WS-OPERATOR-TOTAL-LINE TO SECURITY-REPORT-LINE
        WRITE SECURITY-REPORT-LINE
    END-IF.

4200-WRITE-BRANCH-TOTALS.
    MOVE WS-BLANK-LINE TO SECURITY-REPORT-LINE.
    WRITE SECURITY-REPORT-LINE.
    MOVE "TOTALS BY BRANCH" TO TTL-TEXT.
    MOVE WS-TITLE-LINE TO SECURITY-REPORT-LINE.
    WRITE SECURITY-REPORT-LINE.
    PERFORM 4300-WRITE-BRANCH-LINE
        VARYING WS-BRANCH-IDX FROM 1 BY 1
        UNTIL WS-BRANCH-IDX > 1000.

4300-WRITE-BRANCH-LINE.
    IF WS-BR-TOTAL (WS-BRANCH-IDX) > 0
        COMPUTE BRT-BRANCH = WS-BRANCH-IDX - 1
        PERFORM 4310-MOVE-BRANCH-COUNT
            VARYING WS-CHECK-IDX FROM 1 BY 1
            UNTIL WS-CHECK-IDX > 7
        MOVE WS-BR-TOTAL (WS-BRANCH-IDX) TO BRT-TOTAL
        MOVE WS-BRANCH-TOTAL-LINE TO SECURITY-REPORT-LINE
        WRITE SECURITY-REPORT-LINE
    END-IF.

4310-MOVE-BRANCH-COUNT.
    MOVE WS-BR-COUNT (WS-BRANCH-IDX, WS-CHECK-IDX)
        TO BRT-COUNT (WS-CHECK-IDX).

4400-WRITE-SUMMARY.
    MOVE WS-BLANK-LINE TO SECURITY-REPORT-LINE.
    WRITE SECURITY-REPORT-LINE.
    MOVE "SUMMARY" TO TTL-TEXT.
    MOVE WS-TITLE-LINE TO SECURITY-REPORT-LINE.
    WRITE SECURITY-REPORT-LINE.
    PERFORM 4410-WRITE-SUMMARY-LINE
        VARYING WS-CHECK-IDX FROM 1 BY 1
        UNTIL WS-CHECK-IDX > 7.

4410-WRITE-SUMMARY-LINE.
    MOVE WS-CHECK-IDX TO SUM-NUM.
    MOVE WS-CHECK-TITLE (WS-CHECK-IDX) TO SUM-TITLE.
    MOVE WS-CHECK-COUNT (WS-CHECK-IDX) TO SUM-COUNT.
    MOVE WS-SUMMARY-LINE TO SECURITY-REPORT-LINE.
    WRITE SECURITY-REPORT-LINE.

5000-WRITE-WORST-OFFENDERS.
    MOVE WS-TODAY TO MGR-DATE.
    MOVE WS-MANAGER-HEADING-LINE TO MANAGER-REPORT-LINE.
    WRITE MANAGER-REPORT-LINE.
    MOVE WS-TOTALS-HEADING TO MANAGER-REPORT-LINE.
    WRITE MANAGER-REPORT-LINE.

    MOVE 1 TO WS-WORST-TOTAL.
    PERFORM 5100-LIST-NEXT-OFFENDER
        VARYING WS-WORST-RANK FROM 1 BY 1
        UNTIL WS-WORST-RANK > WS-WORST-LIMIT OR WS-WORST-TOTAL = 0.

    IF WS-TOTAL-EXCEPTIONS = 0
        MOVE "No operator security exceptions today." TO TTL-TEXT
        MOVE WS-TITLE-LINE TO MANAGER-REPORT-LINE
        WRITE MANAGER-REPORT-LINE
    END-IF.

5100-LIST-NEXT-OFFENDER.
    MOVE 0 TO WS-WORST-TOTAL.
    MOVE 0 TO WS-OPER-SLOT.
    PERFORM 5200-FIND-WORST
        VARYING WS-OPER-IDX FROM 1 BY 1
        UNTIL WS-OPER-IDX > WS-OPER-COUNT.
    IF WS-OPER-SLOT > 0
        SET OP-LISTED (WS-OPER-SLOT) TO TRUE
        MOVE WS-OPER-SLOT TO WS-OPER-IDX
        PERFORM 7400-BUILD-OPERATOR-LINE
        MOVE WS-OPERATOR-TOTAL-LINE TO MANAGER-REPORT-LINE
        WRITE MANAGER-REPORT-LINE
    END-IF.

5200-FIND-WORST.
    IF NOT OP-LISTED (WS-OPER-IDX)
            AND WS-OP-TOTAL (WS-OPER-IDX) > WS-WORST-TOTAL
        MOVE WS-OP-TOTAL (WS-OPER-IDX) TO WS-WORST-TOTAL
        MOVE WS-OPER-IDX TO WS-OPER-SLOT
    END-IF.

7000-FIND-OPERATOR.
    PERFORM 7100-LOOK-UP-OPERATOR.
    IF WS-OPER-SLOT = 0
        IF WS-OPER-COUNT < 300
            ADD 1 TO WS-OPER-COUNT
            MOVE WS-OPER-COUNT TO WS-OPER-SLOT
            MOVE WS-EVENT-OPERATOR TO WS-OP-ID (WS-OPER-SLOT)
            MOVE "(NOT ON OPERATOR FILE)" TO WS-OP-NAME (WS-OPER-SLOT)
            MOVE SPACE TO WS-OP-ROLE (WS-OPER-SLOT)
            MOVE 0 TO WS-OP-HOME-BRANCH (WS-OPER-SLOT)
            MOVE "N" TO WS-OP-SESSION-SW (WS-OPER-SLOT)
            MOVE 0 TO WS-OP-SESSION-TIME (WS-OPER-SLOT)
            MOVE 0 TO WS-OP-SESSION-BRANCH (WS-OPER-SLOT)
            MOVE 0 TO WS-OP-WATCH-COUNT (WS-OPER-SLOT)
            MOVE 0 TO WS-OP-TOTAL (WS-OPER-SLOT)
            MOVE "N" TO WS-OP-LISTED-SW (WS-OPER-SLOT)
            PERFORM 7110-CLEAR-OPERATOR-COUNT
                VARYING WS-CHECK-IDX FROM 1 BY 1
                UNTIL WS-CHECK-IDX > 7
        ELSE
            ADD 1 TO WS-OPERS-DROPPED
        END-IF
    END-IF.

7100-LOOK-UP-OPERATOR.
    MOVE 0 TO WS-OPER-SLOT.
    PERFORM 7120-MATCH-OPERATOR
        VARYING WS-OPER-IDX FROM 1 BY 1
        UNTIL WS-OPER-IDX > WS-OPER-COUNT OR WS-OPER-SLOT > 0.

7110-CLEAR-OPERATOR-COUNT.
    MOVE 0 TO WS-OP-EXC-COUNT (WS-OPER-SLOT, WS-CHECK-IDX).

7120-MATCH-OPERATOR.
    IF WS-OP-ID (WS-OPER-IDX) = WS-EVENT-OPERATOR
        MOVE WS-OPER-IDX TO WS-OPER-SLOT
    END-IF.

7200-ADD-WATCH.
    MOVE "N" TO WS-WATCH-SWITCH.
    PERFORM 7300-CHECK-WATCH
        VARYING WS-WATCH-IDX FROM 1 BY 1
        UNTIL WS-WATCH-IDX > WS-WATCH-COUNT OR WATCHED-ACCOUNT.
    IF NOT WATCHED-ACCOUNT
        IF WS-WATCH-COUNT < 500
            ADD 1 TO WS-WATCH-COUNT
            MOVE WS-LAST-ACCT-NUM TO WS-WATCH-ACCT (WS-WATCH-COUNT)
        ELSE
            ADD 1 TO WS-WATCH-DROPPED
        END-IF
    END-IF.
    MOVE 0 TO WS-LAST-ACCT-NUM.

7300-CHECK-WATCH.
    IF WS-WATCH-ACCT (WS-WATCH-IDX) = WS-LAST-ACCT-NUM
        SET WATCHED-ACCOUNT TO TRUE
    END-IF.

7400-BUILD-OPERATOR-LINE.
    MOVE WS-OP-ID (WS-OPER-IDX) TO OPT-OPERATOR.
    MOVE WS-OP-NAME (WS-OPER-IDX) TO OPT-NAME.
    MOVE WS-OP-HOME-BRANCH (WS-OPER-IDX) TO OPT-HOME.
    PERFORM 7410-MOVE-OPERATOR-COUNT
        VARYING WS-CHECK-IDX FROM 1 BY 1
        UNTIL WS-CHECK-IDX > 7.
    MOVE WS-OP-TOTAL (WS-OPER-IDX) TO OPT-TOTAL.

7410-MOVE-OPERATOR-COUNT.
    MOVE WS-OP-EXC-COUNT (WS-OPER-IDX, WS-CHECK-IDX)
        TO OPT-COUNT (WS-CHECK-IDX).

8000-RECORD-EXCEPTION.
    PERFORM 7000-FIND-OPERATOR.
    PERFORM 8100-COUNT-EXCEPTION.

8100-COUNT-EXCEPTION.
    ADD 1 TO WS-CHECK-COUNT (WS-CHECK-IDX).
    ADD 1 TO WS-TOTAL-EXCEPTIONS.
    IF WS-OPER-SLOT > 0
        ADD 1 TO WS-OP-EXC-COUNT (WS-OPER-SLOT, WS-CHECK-IDX)
        ADD 1 TO WS-OP-TOTAL (WS-OPER-SLOT)
        IF WS-EVENT-BRANCH = 0
            MOVE WS-OP-HOME-BRANCH (WS-OPER-SLOT) TO WS-EVENT-BRANCH
        END-IF
    END-IF.
    COMPUTE WS-BRANCH-IDX = WS-EVENT-BRANCH + 1.
    ADD 1 TO WS-BR-COUNT (WS-BRANCH-IDX, WS-CHECK-IDX).
    ADD 1 TO WS-BR-TOTAL (WS-BRANCH-IDX).

    MOVE WS-CHECK-IDX TO DTL-CHECK.
    MOVE WS-EVENT-OPERATOR TO DTL-OPERATOR.
    MOVE WS-EVENT-BRANCH TO DTL-BRANCH.
    MOVE WS-EVENT-TIME TO DTL-TIME.
    MOVE WS-EXCEPTION-TEXT TO DTL-TEXT.
    MOVE WS-DETAIL-LINE TO SECURITY-REPORT-LINE.
    WRITE SECURITY-REPORT-LINE.

8500-DATE-TO-DAYS.
    COMPUTE WS-DTD-DAYS =
        (WS-DTD-YEAR * 365) + (WS-DTD-YEAR / 4)
        + WS-DAYS-BEFORE-MONTH (WS-DTD-MONTH) + WS-DTD-DAY.
