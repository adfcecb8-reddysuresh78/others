01  GL-MAP-RECORD.
    05  GLM-KEY.
        10  GLM-TRAN-TYPE    PIC X(10).
        10  GLM-BRANCH       PIC 9(3).
    05  GLM-DEBIT-GL         PIC X(10).
    05  GLM-CREDIT-GL        PIC X(10).
    05  GLM-DESCRIPTION      PIC X(20).
