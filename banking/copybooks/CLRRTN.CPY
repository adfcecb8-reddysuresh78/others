01  CLEARING-RETURN-RECORD.
    05  RTN-ACCT-NUM         PIC 9(5).
    05  RTN-CHQ-NUM          PIC 9(6).
    05  RTN-AMOUNT           PIC 9(9)V99.
    05  RTN-PRESENT-DATE     PIC 9(8).
    05  RTN-RETURN-DATE      PIC 9(8).
    05  RTN-REASON-CODE      PIC X(2).
    05  RTN-REASON-TEXT      PIC X(24).
