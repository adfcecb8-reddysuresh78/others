01 WS-CUST-ADDRESS     PIC X(40).
01 WS-CUST-OK-SWITCH   PIC X(1).
    88 CUSTOMER-RESOLVED VALUE "Y".
01 WS-ID-TYPE          PIC X(1).
01 WS-ID-NUMBER        PIC X(20).
01 WS-ID-EXPIRY-DATE   PIC 9(8).
01 WS-BIRTH-DATE       PIC 9(8).
01 WS-RISK-RATING      PIC X(1).
01 WS-REVIEW-YEARS     PIC 9(1).
01 WS-REVIEW-DATE      PIC 9(8).
01 WS-REVIEW-PARTS REDEFINES WS-REVIEW-DATE.
    05 WS-REVIEW-YEAR  PIC 9(4).
    05 WS-REVIEW-MONTH PIC 9(2).
    05 WS-REVIEW-DAY   PIC 9(2).
01 WS-CHECK-DATE       PIC 9(8).
01 WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
    05 WS-CHECK-YEAR   PIC 9(4).
    05 WS-CHECK-MONTH  PIC 9(2).
    05 WS-CHECK-DAY    PIC 9(2).
01 WS-KYC-OK-SWITCH    PIC X(1).
    88 KYC-ENTRY-VALID VALUE "Y".
01 WS-TODAY            PIC 9(8).
01 WS-ACCT-TYPE        PIC X(1).
01 WS-OD-LIMIT         PIC S9(9)V99.
    END-READ.

3400-SELECT-TD-RATE.
    CALL 'BUSDATE' USING WS-TODAY.
    MOVE WS-DEFAULT-TD-RATE TO WS-TD-RATE.
    MOVE 0 TO WS-BEST-EFF-DATE.
    OPEN INPUT RATE-FILE.
    DISPLAY "Enter customer address: ".
    ACCEPT WS-CUST-ADDRESS.

    CALL 'BUSDATE' USING WS-TODAY.
    MOVE "N" TO WS-KYC-OK-SWITCH.
    PERFORM 3260-CAPTURE-ID-TYPE UNTIL KYC-ENTRY-VALID.
    MOVE "N" TO WS-KYC-OK-SWITCH.
    PERFORM 3265-CAPTURE-ID-NUMBER UNTIL KYC-ENTRY-VALID.
    MOVE "N" TO WS-KYC-OK-SWITCH.
    PERFORM 3270-CAPTURE-ID-EXPIRY UNTIL KYC-ENTRY-VALID.
    MOVE "N" TO WS-KYC-OK-SWITCH.
    PERFORM 3275-CAPTURE-BIRTH-DATE UNTIL KYC-ENTRY-VALID.
    MOVE "N" TO WS-KYC-OK-SWITCH.
    PERFORM 3280-CAPTURE-RISK-RATING UNTIL KYC-ENTRY-VALID.
    PERFORM 3290-SET-REVIEW-DATE.

    MOVE "C" TO CTL-KEY.
    READ ACCOUNT-CONTROL
        INVALID KEY
            WRITE CONTROL-RECORD
    END-REWRITE.

    MOVE WS-CUST-NUM       TO CUST-NUM.
    MOVE WS-CUST-NAME      TO CUST-NAME.
    MOVE WS-CUST-ADDRESS   TO CUST-ADDRESS.
    MOVE WS-TODAY          TO CUST-DATE-OPENED.
    MOVE WS-ID-TYPE        TO CUST-ID-TYPE.
    MOVE WS-ID-NUMBER      TO CUST-ID-NUMBER.
    MOVE WS-ID-EXPIRY-DATE TO CUST-ID-EXPIRY-DATE.
    MOVE WS-BIRTH-DATE     TO CUST-BIRTH-DATE.
    MOVE WS-RISK-RATING    TO CUST-RISK-RATING.
    MOVE WS-TODAY          TO CUST-LAST-REVIEW-DATE.
    MOVE WS-REVIEW-DATE    TO CUST-NEXT-REVIEW-DATE.
    MOVE SPACES            TO CUST-REVIEWED-BY.

    WRITE CUSTOMER-RECORD
        INVALID KEY
            DISPLAY "Error creating Customer Number ", WS-CUST-NUM
    END-WRITE.
    DISPLAY "Customer Number ", WS-CUST-NUM, " created -- next ",
        "KYC review due ", WS-REVIEW-DATE, ".".

3260-CAPTURE-ID-TYPE.
    DISPLAY "ID document type (P=Passport, D=Driving Licence, ",
        "N=National ID): ".
    ACCEPT WS-ID-TYPE.
    IF WS-ID-TYPE = "P" OR WS-ID-TYPE = "D" OR WS-ID-TYPE = "N"
        SET KYC-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "Invalid ID document type -- enter P, D or N."
    END-IF.

3265-CAPTURE-ID-NUMBER.
    DISPLAY "ID document number: ".
    ACCEPT WS-ID-NUMBER.
    IF WS-ID-NUMBER = SPACES
        DISPLAY "ID document number is required."
    ELSE
        SET KYC-ENTRY-VALID TO TRUE
    END-IF.

3270-CAPTURE-ID-EXPIRY.
    DISPLAY "ID expiry date (YYYYMMDD): ".
    ACCEPT WS-ID-EXPIRY-DATE.
    MOVE WS-ID-EXPIRY-DATE TO WS-CHECK-DATE.
    PERFORM 3295-CHECK-DATE.
    IF KYC-ENTRY-VALID AND WS-ID-EXPIRY-DATE < WS-TODAY
        DISPLAY "ID document has expired -- a current ID is required."
        MOVE "N" TO WS-KYC-OK-SWITCH
    END-IF.

3275-CAPTURE-BIRTH-DATE.
    DISPLAY "Date of birth (YYYYMMDD): ".
    ACCEPT WS-BIRTH-DATE.
    MOVE WS-BIRTH-DATE TO WS-CHECK-DATE.
    PERFORM 3295-CHECK-DATE.
    IF KYC-ENTRY-VALID AND WS-BIRTH-DATE NOT < WS-TODAY
        DISPLAY "Date of birth must be before today."
        MOVE "N" TO WS-KYC-OK-SWITCH
    END-IF.

3280-CAPTURE-RISK-RATING.
    DISPLAY "Risk rating (L=Low, M=Medium, H=High): ".
    ACCEPT WS-RISK-RATING.
    IF WS-RISK-RATING = "L" OR WS-RISK-RATING = "M"
            OR WS-RISK-RATING = "H"
        SET KYC-ENTRY-VALID TO TRUE
    ELSE
        DISPLAY "Invalid risk rating -- enter L, M or H."
    END-IF.

3290-SET-REVIEW-DATE.
    EVALUATE WS-RISK-RATING
        WHEN "H"
            MOVE 1 TO WS-REVIEW-YEARS
        WHEN "M"
            MOVE 3 TO WS-REVIEW-YEARS
        WHEN OTHER
            MOVE 5 TO WS-REVIEW-YEARS
    END-EVALUATE.
    MOVE WS-TODAY TO WS-REVIEW-DATE.
    ADD WS-REVIEW-YEARS TO WS-REVIEW-YEAR.
    IF WS-REVIEW-MONTH = 2 AND WS-REVIEW-DAY = 29
        DIVIDE WS-REVIEW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
            REMAINDER WS-LEAP-REMAINDER
        IF WS-LEAP-REMAINDER NOT = 0
            MOVE 28 TO WS-REVIEW-DAY
        END-IF
    END-IF.

3295-CHECK-DATE.
    MOVE "N" TO WS-KYC-OK-SWITCH.
    IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
        DISPLAY "Invalid date -- enter YYYYMMDD."
    ELSE
        MOVE WS-DAYS-IN-MONTH (WS-CHECK-MONTH) TO WS-MONTH-LENGTH
        IF WS-CHECK-MONTH = 2
            DIVIDE WS-CHECK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REMAINDER
            IF WS-LEAP-REMAINDER = 0
                MOVE 29 TO WS-MONTH-LENGTH
            END-IF
        END-IF
        IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY > WS-MONTH-LENGTH
            DISPLAY "Invalid date -- enter YYYYMMDD."
        ELSE
            SET KYC-ENTRY-VALID TO TRUE
        END-IF
    END-IF.

4000-WRITE-ACCOUNT.
    CALL 'BUSDATE' USING WS-TODAY.
    MOVE WS-NEW-ACCT-NUM TO ACCT-NUM.
    MOVE WS-TODAY        TO ACCT-LAST-TRAN-DATE.
    MOVE WS-CUST-NUM     TO ACCT-CUST-NUM.
    MOVE WS-PIN-HASH  TO ACCT-PIN-HASH.
    MOVE 0 TO ACCT-PIN-FAILS.
    MOVE 0 TO ACCT-BALANCE.
    SET ACCT-NOT-BLOCKED TO TRUE.
    IF (CUST-ID-EXPIRY-DATE NOT = 0
            AND CUST-ID-EXPIRY-DATE < WS-TODAY)
            OR (CUST-NEXT-REVIEW-DATE NOT = 0
            AND CUST-NEXT-REVIEW-DATE < WS-TODAY)
        SET ACCT-KYC-BLOCKED TO TRUE
        DISPLAY "Customer KYC is out of date -- account opened with ",
            "a debit block until the customer record is reviewed."
    END-IF.

    WRITE ACCOUNT-RECORD
        INVALID KEY
    IF WS-MATURITY-DAY > WS-MONTH-LENGTH
        MOVE WS-MONTH-LENGTH TO WS-MATURITY-DAY
    END-IF.
    CALL 'BUSDAYADJ' USING WS-MATURITY-DATE.

    MOVE WS-NEW-ACCT-NUM   TO TD-ACCT-NUM.
    MOVE WS-CUST-NUM       TO TD-CUST-NUM.
