IDENTIFICATION DIVISION.
PROGRAM-ID. BUSDAYADJ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HOL-DATE
        FILE STATUS IS WS-HOL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD HOLIDAY-FILE.
COPY "HOLREC.CPY".

WORKING-STORAGE SECTION.
01 WS-HOL-FILE-STATUS   PIC X(2).
01 WS-HOL-PRESENT-SW    PIC X(1).
    88 HOLIDAYS-ON-FILE VALUE "Y".
01 WS-DAY-SWITCH        PIC X(1).
    88 BUSINESS-DAY     VALUE "Y".
    88 NON-BUSINESS-DAY VALUE "N".
01 WS-CHECK-DATE        PIC 9(8).
01 WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
    05 WS-CHECK-YEAR    PIC 9(4).
    05 WS-CHECK-MONTH   PIC 9(2).
    05 WS-CHECK-DAY     PIC 9(2).
01 WS-DAY-NUMBER        PIC 9(7).
01 WS-WEEK-QUOTIENT     PIC 9(7).
01 WS-WEEKDAY           PIC 9(1).
    88 WEEKEND-DAY      VALUES 1 2.
01 WS-LEAP-QUOTIENT     PIC 9(4).
01 WS-LEAP-REMAINDER    PIC 9(1).
01 WS-MONTH-LENGTH      PIC 9(2).
01 WS-MONTH-LENGTH-TABLE.
    05 FILLER PIC X(24) VALUE "312831303130313130313031".
01 WS-MONTH-LENGTHS REDEFINES WS-MONTH-LENGTH-TABLE.
    05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).
01 WS-CUM-DAYS-TABLE.
    05 FILLER PIC X(36) VALUE "000031059090120151181212243273304334".
01 WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.
    05 WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES PIC 9(3).

LINKAGE SECTION.
01 LK-ADJ-DATE PIC 9(8).

PROCEDURE DIVISION USING LK-ADJ-DATE.
    MOVE LK-ADJ-DATE TO WS-CHECK-DATE.
    IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
        GOBACK
    END-IF.

    MOVE "N" TO WS-HOL-PRESENT-SW.
    OPEN INPUT HOLIDAY-FILE.
    IF WS-HOL-FILE-STATUS NOT = "35"
        MOVE "Y" TO WS-HOL-PRESENT-SW
    END-IF.

    PERFORM 1000-TEST-DATE.
    PERFORM 2000-ADVANCE-ONE-DAY UNTIL BUSINESS-DAY.

    IF HOLIDAYS-ON-FILE
        CLOSE HOLIDAY-FILE
    END-IF.

    MOVE WS-CHECK-DATE TO LK-ADJ-DATE.
    GOBACK.

1000-TEST-DATE.
    SET BUSINESS-DAY TO TRUE.
    COMPUTE WS-DAY-NUMBER = (WS-CHECK-YEAR * 365)
        + ((WS-CHECK-YEAR - 1) / 4)
        + WS-DAYS-BEFORE-MONTH (WS-CHECK-MONTH) + WS-CHECK-DAY.
    IF WS-CHECK-MONTH > 2
        DIVIDE WS-CHECK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
            REMAINDER WS-LEAP-REMAINDER
        IF WS-LEAP-REMAINDER = 0
            ADD 1 TO WS-DAY-NUMBER
        END-IF
    END-IF.
    DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-QUOTIENT
        REMAINDER WS-WEEKDAY.
    IF WEEKEND-DAY
        SET NON-BUSINESS-DAY TO TRUE
    END-IF.

    IF BUSINESS-DAY AND HOLIDAYS-ON-FILE
        MOVE WS-CHECK-DATE TO HOL-DATE
        READ HOLIDAY-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET NON-BUSINESS-DAY TO TRUE
        END-READ
    END-IF.

2000-ADVANCE-ONE-DAY.
    ADD 1 TO WS-CHECK-DAY.
    MOVE WS-DAYS-IN-MONTH (WS-CHECK-MONTH) TO WS-MONTH-LENGTH.
    IF WS-CHECK-MONTH = 2
        DIVIDE WS-CHECK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
            REMAINDER WS-LEAP-REMAINDER
        IF WS-LEAP-REMAINDER = 0
            MOVE 29 TO WS-MONTH-LENGTH
        END-IF
    END-IF.
    IF WS-CHECK-DAY > WS-MONTH-LENGTH
        MOVE 1 TO WS-CHECK-DAY
        ADD 1 TO WS-CHECK-MONTH
        IF WS-CHECK-MONTH > 12
            MOVE 1 TO WS-CHECK-MONTH
            ADD 1 TO WS-CHECK-YEAR
        END-IF
    END-IF.
    PERFORM 1000-TEST-DATE.
