01  HOLIDAY-RECORD.
    05  HOL-DATE             PIC 9(8).
    05  HOL-DESCRIPTION      PIC X(30).
    05  HOL-ADDED-BY         PIC X(8).
