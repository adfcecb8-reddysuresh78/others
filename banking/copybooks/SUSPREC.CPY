01  SUSPENSE-RECORD.
    05  SUSP-SEQ             PIC 9(5).
    05  SUSP-ACCT-NUM        PIC 9(5).
    05  SUSP-DC-CODE         PIC X(1).
        88  SUSP-DEBIT       VALUE "D".
        88  SUSP-CREDIT      VALUE "C".
    05  SUSP-AMOUNT          PIC 9(9)V99.
    05  SUSP-VALUE-DATE      PIC 9(8).
    05  SUSP-REASON          PIC X(2).
    05  SUSP-RECEIVED-DATE   PIC 9(8).
    05  SUSP-ORIG-ACCT-NUM   PIC 9(5).
    05  SUSP-STATUS          PIC X(1).
        88  SUSP-OPEN        VALUE "O".
        88  SUSP-RESUBMITTED VALUE "R".
        88  SUSP-POSTED      VALUE "P".
        88  SUSP-WRITTEN-OFF VALUE "W".
    05  SUSP-ACTION-DATE     PIC 9(8).
    05  SUSP-OPERATOR        PIC X(8).
    05  SUSP-TRAN-REF        PIC 9(9).
