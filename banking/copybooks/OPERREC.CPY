        88  OPER-LOCKED      VALUE "L".
    05  OPER-PWD-DATE        PIC 9(8).
    05  OPER-PWD-FAILS       PIC 9(2).
    05  OPER-HOME-BRANCH     PIC 9(3).
