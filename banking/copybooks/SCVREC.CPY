01  SCV-RECORD.
    05  SCV-REC-TYPE          PIC X(1).
        88  SCV-DETAIL        VALUE "D".
        88  SCV-TRAILER       VALUE "T".
    05  SCV-DETAIL-DATA.
        10  SCV-CUST-NUM      PIC 9(5).
        10  SCV-CUST-NAME     PIC X(30).
        10  SCV-CUST-ADDRESS  PIC X(40).
        10  SCV-SOLE-BALANCE  PIC 9(11)V99.
        10  SCV-JOINT-SHARE   PIC 9(11)V99.
        10  SCV-TERM-DEPOSITS PIC 9(11)V99.
        10  SCV-ACCRUED-INT   PIC 9(11)V99.
        10  SCV-TOTAL-ELIGIBLE PIC 9(11)V99.
        10  SCV-INSURED       PIC 9(11)V99.
        10  SCV-UNINSURED     PIC 9(11)V99.
        10  SCV-ACCOUNT-COUNT PIC 9(3).
        10  SCV-RUN-DATE      PIC 9(8).
    05  SCV-TRAILER-DATA REDEFINES SCV-DETAIL-DATA.
        10  SCV-TRL-RUN-DATE  PIC 9(8).
        10  SCV-TRL-CUSTOMERS PIC 9(7).
        10  SCV-TRL-ELIGIBLE  PIC 9(11)V99.
        10  SCV-TRL-INSURED   PIC 9(11)V99.
        10  SCV-TRL-UNINSURED PIC 9(11)V99.
        10  SCV-TRL-OVER-CAP  PIC 9(7).
        10  FILLER            PIC X(116).
