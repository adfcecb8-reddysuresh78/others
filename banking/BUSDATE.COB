IDENTIFICATION DIVISION.
PROGRAM-ID. BUSDATE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BUSINESS-DATE-FILE ASSIGN TO "BDATECTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BDT-KEY
        FILE STATUS IS WS-BDT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD BUSINESS-DATE-FILE.
COPY "BDATEREC.CPY".

WORKING-STORAGE SECTION.
01 WS-BDT-FILE-STATUS  PIC X(2).
01 WS-SYSTEM-DATE      PIC 9(8).
01 WS-TIME             PIC 9(8).

LINKAGE SECTION.
01 LK-BUSINESS-DATE PIC 9(8).

PROCEDURE DIVISION USING LK-BUSINESS-DATE.
    OPEN I-O BUSINESS-DATE-FILE.
    IF WS-BDT-FILE-STATUS = "35"
        OPEN OUTPUT BUSINESS-DATE-FILE
        CLOSE BUSINESS-DATE-FILE
        OPEN I-O BUSINESS-DATE-FILE
    END-IF.

    MOVE "B" TO BDT-KEY.
    READ BUSINESS-DATE-FILE
        INVALID KEY
            PERFORM 1000-START-BUSINESS-DATE
    END-READ.

    MOVE BDT-CURRENT-DATE TO LK-BUSINESS-DATE.
    CLOSE BUSINESS-DATE-FILE.
    GOBACK.

1000-START-BUSINESS-DATE.
    ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-TIME FROM TIME.
    CALL 'BUSDAYADJ' USING WS-SYSTEM-DATE.
    MOVE "B"            TO BDT-KEY.
    MOVE WS-SYSTEM-DATE TO BDT-CURRENT-DATE.
    MOVE 0              TO BDT-PREVIOUS-DATE.
    MOVE WS-SYSTEM-DATE TO BDT-ROLLED-ON-DATE.
    MOVE WS-TIME        TO BDT-ROLLED-AT-TIME.
    WRITE BUSINESS-DATE-RECORD
        INVALID KEY
            DISPLAY "Error writing business date control record."
    END-WRITE.
    DISPLAY "Business date control started at ", BDT-CURRENT-DATE,
        ".".
