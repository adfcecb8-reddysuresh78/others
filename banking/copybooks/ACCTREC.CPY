    05  ACCT-PIN-FAILS       PIC 9(2).
    05  ACCT-LAST-TRAN-DATE  PIC 9(8).
    05  ACCT-BRANCH          PIC 9(3).
    05  ACCT-DEBIT-BLOCK     PIC X(1).
        88  ACCT-KYC-BLOCKED VALUE "K".
        88  ACCT-NOT-BLOCKED VALUE " ".
