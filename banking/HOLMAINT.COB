IDENTIFICATION DIVISION.
PROGRAM-ID. HOLMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HOL-DATE
        FILE STATUS IS WS-HOL-FILE-STATUS.
    SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-AUD-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD HOLIDAY-FILE.
COPY "HOLREC.CPY".

FD AUDIT-LOG.
COPY "AUDREC.CPY".

WORKING-STORAGE SECTION.
01 WS-HOL-FILE-STATUS  PIC X(2).
01 WS-AUD-FILE-STATUS  PIC X(2).
01 WS-ACTION           PIC 9(1).
01 WS-HOL-DATE         PIC 9(8).
01 WS-HOL-DATE-PARTS REDEFINES WS-HOL-DATE.
    05 WS-HOL-YEAR     PIC 9(4).
    05 WS-HOL-MONTH    PIC 9(2).
    05 WS-HOL-DAY      PIC 9(2).
01 WS-HOL-DESCRIPTION  PIC X(30).
01 WS-FROM-DATE        PIC 9(8).
01 WS-OLD-VALUE        PIC X(20).
01 WS-NEW-VALUE        PIC X(20).
01 WS-FIELD-CHANGED    PIC X(12).
01 WS-DATE             PIC 9(8).
01 WS-TIME             PIC 9(8).
01 WS-HOL-EOF-SWITCH   PIC X(1).
    88 END-OF-HOLIDAYS VALUE "Y".
01 WS-HOLIDAYS-LISTED  PIC 9(3).

LINKAGE SECTION.
01 LK-OPERATOR-ID      PIC X(8).

PROCEDURE DIVISION USING LK-OPERATOR-ID.
    CALL 'BUSDATE' USING WS-DATE.
    DISPLAY "Current business date: ", WS-DATE.
    DISPLAY "1 = Add holiday, 2 = Remove holiday, ",
        "3 = List holidays: ".
    ACCEPT WS-ACTION.

    OPEN I-O HOLIDAY-FILE.
    IF WS-HOL-FILE-STATUS = "35"
        OPEN OUTPUT HOLIDAY-FILE
        CLOSE HOLIDAY-FILE
        OPEN I-O HOLIDAY-FILE
    END-IF.

    EVALUATE WS-ACTION
        WHEN 1
            PERFORM 2000-ADD-HOLIDAY
        WHEN 2
            PERFORM 3000-REMOVE-HOLIDAY
        WHEN 3
            PERFORM 5000-LIST-HOLIDAYS
        WHEN OTHER
            DISPLAY "Invalid action."
    END-EVALUATE.

    CLOSE HOLIDAY-FILE.
    GOBACK.

2000-ADD-HOLIDAY.
    DISPLAY "Holiday date (YYYYMMDD): ".
    ACCEPT WS-HOL-DATE.
    DISPLAY "Description: ".
    ACCEPT WS-HOL-DESCRIPTION.

    IF WS-HOL-MONTH < 1 OR WS-HOL-MONTH > 12
            OR WS-HOL-DAY < 1 OR WS-HOL-DAY > 31
        DISPLAY "Invalid date -- holiday not added."
    ELSE
        IF WS-HOL-DATE NOT > WS-DATE
            DISPLAY "Holiday must fall after the current business ",
                "date -- holiday not added."
        ELSE
            PERFORM 2500-STORE-HOLIDAY
        END-IF
    END-IF.

2500-STORE-HOLIDAY.
    MOVE WS-HOL-DATE        TO HOL-DATE.
    MOVE WS-HOL-DESCRIPTION TO HOL-DESCRIPTION.
    MOVE LK-OPERATOR-ID     TO HOL-ADDED-BY.
    WRITE HOLIDAY-RECORD
        INVALID KEY
            DISPLAY "Date ", WS-HOL-DATE,
                " is already on the holiday calendar."
        NOT INVALID KEY
            DISPLAY "Holiday ", WS-HOL-DATE, " added."
            MOVE "HOLIDAY-ADD" TO WS-FIELD-CHANGED
            MOVE SPACES        TO WS-OLD-VALUE
            MOVE WS-HOL-DATE   TO WS-NEW-VALUE
            PERFORM 4000-WRITE-AUDIT
    END-WRITE.

3000-REMOVE-HOLIDAY.
    DISPLAY "Holiday date to remove (YYYYMMDD): ".
    ACCEPT WS-HOL-DATE.
    IF WS-HOL-DATE NOT > WS-DATE
        DISPLAY "Only future holidays may be removed."
    ELSE
        MOVE WS-HOL-DATE TO HOL-DATE
        DELETE HOLIDAY-FILE RECORD
            INVALID KEY
                DISPLAY "Date ", WS-HOL-DATE,
                    " is not on the holiday calendar."
            NOT INVALID KEY
                DISPLAY "Holiday ", WS-HOL-DATE, " removed."
                MOVE "HOLIDAY-DEL" TO WS-FIELD-CHANGED
                MOVE WS-HOL-DATE   TO WS-OLD-VALUE
                MOVE SPACES        TO WS-NEW-VALUE
                PERFORM 4000-WRITE-AUDIT
        END-DELETE
    END-IF.

4000-WRITE-AUDIT.
    OPEN EXTEND AUDIT-LOG.
    IF WS-AUD-FILE-STATUS = "35"
        OPEN OUTPUT AUDIT-LOG
        CLOSE AUDIT-LOG
        OPEN EXTEND AUDIT-LOG
    END-IF.

    ACCEPT WS-TIME FROM TIME.
    MOVE 0                TO AUD-ACCT-NUM.
    MOVE WS-FIELD-CHANGED TO AUD-FIELD.
    MOVE WS-OLD-VALUE     TO AUD-OLD-VALUE.
    MOVE WS-NEW-VALUE     TO AUD-NEW-VALUE.
    MOVE WS-DATE          TO AUD-DATE.
    MOVE WS-TIME          TO AUD-TIME.
    MOVE LK-OPERATOR-ID   TO AUD-OPERATOR.

    WRITE AUDIT-RECORD.
    CLOSE AUDIT-LOG.

5000-LIST-HOLIDAYS.
    DISPLAY "List holidays from (YYYYMMDD): ".
    ACCEPT WS-FROM-DATE.
    MOVE 0 TO WS-HOLIDAYS-LISTED.
    MOVE "N" TO WS-HOL-EOF-SWITCH.
    MOVE WS-FROM-DATE TO HOL-DATE.
    START HOLIDAY-FILE KEY IS NOT LESS THAN HOL-DATE
        INVALID KEY
            SET END-OF-HOLIDAYS TO TRUE
    END-START.

    DISPLAY "Date     Description                    Added By".
    PERFORM 5100-READ-HOLIDAY UNTIL END-OF-HOLIDAYS.

    IF WS-HOLIDAYS-LISTED = 0
        DISPLAY "No holidays are on file from ", WS-FROM-DATE, "."
    END-IF.

5100-READ-HOLIDAY.
    READ HOLIDAY-FILE NEXT RECORD
        AT END
            SET END-OF-HOLIDAYS TO TRUE
        NOT AT END
            DISPLAY HOL-DATE, " ", HOL-DESCRIPTION, " ",
                HOL-ADDED-BY
            ADD 1 TO WS-HOLIDAYS-LISTED
    END-READ.
