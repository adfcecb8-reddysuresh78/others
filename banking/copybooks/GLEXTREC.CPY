01  GL-EXTRACT-RECORD.
    05  GL-REC-TYPE           PIC X(1).
        88  GL-DETAIL         VALUE "D".
        88  GL-TRAILER        VALUE "T".
    05  GL-DETAIL-DATA.
        10  GL-ACCT-NUM       PIC 9(5).
        10  GL-AMOUNT         PIC 9(9)V99.
        10  GL-TRAN-TYPE      PIC X(10).
        10  GL-DATE           PIC 9(8).
        10  GL-BRANCH         PIC 9(3).
        10  GL-TRAN-REF       PIC 9(9).
        10  GL-SIDE           PIC X(1).
            88  GL-DEBIT-LEG  VALUE "D".
            88  GL-CREDIT-LEG VALUE "C".
        10  GL-ACCOUNT        PIC X(10).
        10  GL-SUSPENSE-FLAG  PIC X(1).
            88  GL-IN-SUSPENSE VALUE "Y".
    05  GL-TRAILER-DATA REDEFINES GL-DETAIL-DATA.
        10  GL-TRL-BRANCH     PIC 9(3).
        10  GL-TRL-DATE       PIC 9(8).
        10  GL-TRL-LEG-COUNT  PIC 9(7).
        10  GL-TRL-DEBITS     PIC 9(11)V99.
        10  GL-TRL-CREDITS    PIC 9(11)V99.
        10  FILLER            PIC X(14).
