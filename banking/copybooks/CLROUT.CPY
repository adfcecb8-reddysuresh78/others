01  OUTWARD-CLEARING-RECORD.
    05  OCLR-TRAN-REF        PIC 9(9).
    05  OCLR-ITEM-KEY.
        10  OCLR-ACCT-NUM    PIC 9(5).
        10  OCLR-CHQ-NUM     PIC 9(6).
    05  OCLR-DRAWER-BANK     PIC X(6).
    05  OCLR-AMOUNT          PIC 9(9)V99.
    05  OCLR-DEPOSIT-DATE    PIC 9(8).
    05  OCLR-CLEAR-DATE      PIC 9(8).
    05  OCLR-HOLD-SEQ        PIC 9(3).
    05  OCLR-BRANCH          PIC 9(3).
    05  OCLR-STATUS          PIC X(1).
        88  OCLR-PENDING     VALUE "P".
        88  OCLR-CLEARED     VALUE "C".
        88  OCLR-RETURNED    VALUE "R".
    05  OCLR-SETTLED-DATE    PIC 9(8).
