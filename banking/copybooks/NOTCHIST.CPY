01  NOTICE-HISTORY-RECORD.
    05  NOTC-KEY.
        10  NOTC-TYPE        PIC X(3).
            88  NOTC-TD-MATURITY VALUE "TDM".
            88  NOTC-ARREARS-30  VALUE "A30".
            88  NOTC-ARREARS-60  VALUE "A60".
            88  NOTC-ARREARS-90  VALUE "A90".
            88  NOTC-DORMANCY    VALUE "DRM".
            88  NOTC-OVER-LIMIT  VALUE "ODL".
        10  NOTC-REF-NUM     PIC 9(5).
        10  NOTC-EVENT-DATE  PIC 9(8).
    05  NOTC-ACCT-NUM        PIC 9(5).
    05  NOTC-CUST-NUM        PIC 9(5).
    05  NOTC-AMOUNT          PIC S9(9)V99.
    05  NOTC-LETTERS         PIC 9(2).
    05  NOTC-SENT-DATE       PIC 9(8).
    05  NOTC-STATUS          PIC X(1).
        88  NOTC-OPEN        VALUE "O".
        88  NOTC-CLOSED      VALUE "C".
    05  NOTC-CLOSED-DATE     PIC 9(8).
