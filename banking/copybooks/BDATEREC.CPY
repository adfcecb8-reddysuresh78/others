01  BUSINESS-DATE-RECORD.
    05  BDT-KEY              PIC X(1).
    05  BDT-CURRENT-DATE     PIC 9(8).
    05  BDT-PREVIOUS-DATE    PIC 9(8).
    05  BDT-ROLLED-ON-DATE   PIC 9(8).
    05  BDT-ROLLED-AT-TIME   PIC 9(8).
