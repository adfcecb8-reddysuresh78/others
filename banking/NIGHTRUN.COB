        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RUN-KEY
        FILE STATUS IS WS-RUN-FILE-STATUS.
    SELECT BUSINESS-DATE-FILE ASSIGN TO "BDATECTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BDT-KEY
        FILE STATUS IS WS-BDT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD RUN-CONTROL-FILE.
COPY "RUNREC.CPY".

FD BUSINESS-DATE-FILE.
COPY "BDATEREC.CPY".

WORKING-STORAGE SECTION.
01 WS-RUN-FILE-STATUS   PIC X(2).
01 WS-BDT-FILE-STATUS   PIC X(2).
01 WS-RUN-EOF-SWITCH    PIC X(1).
    88 END-OF-RUN-CTL   VALUE "Y".
01 WS-CYCLE-SWITCH      PIC X(1).
    05 WS-TODAY-YEAR    PIC 9(4).
    05 WS-TODAY-MONTH   PIC 9(2).
    05 WS-TODAY-DAY     PIC 9(2).
01 WS-NEXT-BUS-DATE     PIC 9(8).
01 WS-NEXT-BUS-PARTS REDEFINES WS-NEXT-BUS-DATE.
    05 WS-NEXT-BUS-YEAR  PIC 9(4).
    05 WS-NEXT-BUS-MONTH PIC 9(2).
    05 WS-NEXT-BUS-DAY   PIC 9(2).
01 WS-SYSTEM-DATE       PIC 9(8).
01 WS-TIME              PIC 9(8).
01 WS-MONTH-END-SWITCH  PIC X(1).
    88 MONTH-END-TONIGHT VALUE "Y".
01 WS-STEPS-RUN         PIC 9(2) VALUE 0.
01 WS-STEPS-SKIPPED     PIC 9(2) VALUE 0.
01 WS-SCHEDULE-TABLE.
    05 FILLER PIC X(10) VALUE "INTEGCHK D".
    05 FILLER PIC X(10) VALUE "KYCRUN   D".
    05 FILLER PIC X(10) VALUE "HOLDREL  D".
    05 FILLER PIC X(10) VALUE "SOEXEC   D".
    05 FILLER PIC X(10) VALUE "WHSEREL  D".
    05 FILLER PIC X(10) VALUE "CHQCLEAR D".
    05 FILLER PIC X(10) VALUE "CARDSETL D".
    05 FILLER PIC X(10) VALUE "SWEEPRUN D".
    05 FILLER PIC X(10) VALUE "TDMATURE D".
    05 FILLER PIC X(10) VALUE "LOANCOLL D".
    05 FILLER PIC X(10) VALUE "LOANARRS D".
    05 FILLER PIC X(10) VALUE "FEECHARGEM".
    05 FILLER PIC X(10) VALUE "INTEREST M".
    05 FILLER PIC X(10) VALUE "ODINT    M".
    05 FILLER PIC X(10) VALUE "SCVRUN   M".
    05 FILLER PIC X(10) VALUE "GLEXTRACTD".
    05 FILLER PIC X(10) VALUE "TRANSUM  D".
    05 FILLER PIC X(10) VALUE "RECON    D".
    05 FILLER PIC X(10) VALUE "SUSPAGE  D".
    05 FILLER PIC X(10) VALUE "NOTICES  D".
    05 FILLER PIC X(10) VALUE "EODSNAP  D".
    05 FILLER PIC X(10) VALUE "INTERBR  D".
    05 FILLER PIC X(10) VALUE "SECRPT   D".
    05 FILLER PIC X(10) VALUE "STMTRUN  M".
    05 FILLER PIC X(10) VALUE "TRANARCH M".
    05 FILLER PIC X(10) VALUE "PORTRPT  M".
01 WS-SCHEDULE REDEFINES WS-SCHEDULE-TABLE.
    05 WS-SCHEDULE-STEP OCCURS 26 TIMES.
        10 WS-STEP-PROGRAM   PIC X(9).
        10 WS-STEP-FREQUENCY PIC X(1).
01 WS-SCHEDULE-COUNT    PIC 9(2) VALUE 26.
01 WS-CALL-PROGRAM      PIC X(9).

PROCEDURE DIVISION.
    CALL 'BUSDATE' USING WS-TODAY.
    DISPLAY "===== Nightly Batch Cycle for ", WS-TODAY, " =====".

    PERFORM 0100-SET-MONTH-END-SWITCH.
        DISPLAY "NIGHTLY CYCLE HALTED -- remaining steps not run."
    ELSE
        DISPLAY "Nightly cycle for ", WS-TODAY, " complete."
        PERFORM 0400-ROLL-BUSINESS-DATE
    END-IF.
    DISPLAY "Steps run: ", WS-STEPS-RUN,
        "  Steps skipped: ", WS-STEPS-SKIPPED.

0100-SET-MONTH-END-SWITCH.
    MOVE "N" TO WS-MONTH-END-SWITCH.
    PERFORM 0300-SET-NEXT-BUSINESS-DATE.
    IF WS-NEXT-BUS-MONTH NOT = WS-TODAY-MONTH
        MOVE "Y" TO WS-MONTH-END-SWITCH
    END-IF.

            END-IF
    END-READ.

0300-SET-NEXT-BUSINESS-DATE.
    MOVE WS-TODAY TO WS-NEXT-BUS-DATE.
    ADD 1 TO WS-NEXT-BUS-DAY.
    MOVE WS-DAYS-IN-MONTH (WS-TODAY-MONTH) TO WS-MONTH-LENGTH.
    IF WS-TODAY-MONTH = 2
        DIVIDE WS-TODAY-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
            REMAINDER WS-LEAP-REMAINDER
        IF WS-LEAP-REMAINDER = 0
            MOVE 29 TO WS-MONTH-LENGTH
        END-IF
    END-IF.
    IF WS-NEXT-BUS-DAY > WS-MONTH-LENGTH
        MOVE 1 TO WS-NEXT-BUS-DAY
        ADD 1 TO WS-NEXT-BUS-MONTH
        IF WS-NEXT-BUS-MONTH > 12
            MOVE 1 TO WS-NEXT-BUS-MONTH
            ADD 1 TO WS-NEXT-BUS-YEAR
        END-IF
    END-IF.
    CALL 'BUSDAYADJ' USING WS-NEXT-BUS-DATE.

0400-ROLL-BUSINESS-DATE.
    OPEN I-O BUSINESS-DATE-FILE.
    MOVE "B" TO BDT-KEY.
    READ BUSINESS-DATE-FILE
        INVALID KEY
            DISPLAY "Business date control record not found -- ",
                "business date not rolled."
    END-READ.

    IF WS-BDT-FILE-STATUS = "00"
        IF BDT-CURRENT-DATE = WS-TODAY
            ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
            ACCEPT WS-TIME FROM TIME
            MOVE WS-TODAY         TO BDT-PREVIOUS-DATE
            MOVE WS-NEXT-BUS-DATE TO BDT-CURRENT-DATE
            MOVE WS-SYSTEM-DATE   TO BDT-ROLLED-ON-DATE
            MOVE WS-TIME          TO BDT-ROLLED-AT-TIME
            REWRITE BUSINESS-DATE-RECORD
                INVALID KEY
                    DISPLAY "Error updating business date control."
            END-REWRITE
            DISPLAY "Business date rolled forward to ",
                WS-NEXT-BUS-DATE, "."
        ELSE
            DISPLAY "Business date is already ", BDT-CURRENT-DATE,
                " -- not rolled again."
        END-IF
    END-IF.
    CLOSE BUSINESS-DATE-FILE.

1000-RUN-STEP.
    IF WS-STEP-FREQUENCY (WS-STEP-IDX) = "M"
            AND NOT MONTH-END-TONIGHT
