01  SWEEP-RECORD.
    05  SWP-CHK-ACCT-NUM     PIC 9(5).
    05  SWP-SAV-ACCT-NUM     PIC 9(5).
    05  SWP-TARGET-BALANCE   PIC 9(9)V99.
    05  SWP-MIN-AMOUNT       PIC 9(9)V99.
    05  SWP-DIRECTION        PIC X(1).
        88  SWP-COVER-OD     VALUE "O".
        88  SWP-SURPLUS      VALUE "S".
        88  SWP-BOTH-WAYS    VALUE "B".
    05  SWP-STATUS           PIC X(1).
        88  SWP-ACTIVE       VALUE "A".
        88  SWP-CANCELLED    VALUE "C".
    05  SWP-SETUP-DATE       PIC 9(8).
    05  SWP-OPERATOR         PIC X(8).
    05  SWP-LAST-SWEEP-DATE  PIC 9(8).
    05  SWP-LAST-SWEEP-AMT   PIC S9(9)V99.
