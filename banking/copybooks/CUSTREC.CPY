    05  CUST-NAME            PIC X(30).
    05  CUST-ADDRESS         PIC X(40).
    05  CUST-DATE-OPENED     PIC 9(8).
    05  CUST-ID-TYPE         PIC X(1).
        88  CUST-ID-PASSPORT     VALUE "P".
        88  CUST-ID-DRIVING-LIC  VALUE "D".
        88  CUST-ID-NATIONAL     VALUE "N".
        88  CUST-ID-TYPE-VALID   VALUES "P" "D" "N".
    05  CUST-ID-NUMBER       PIC X(20).
    05  CUST-ID-EXPIRY-DATE  PIC 9(8).
    05  CUST-BIRTH-DATE      PIC 9(8).
    05  CUST-RISK-RATING     PIC X(1).
        88  CUST-RISK-LOW        VALUE "L".
        88  CUST-RISK-MEDIUM     VALUE "M".
        88  CUST-RISK-HIGH       VALUE "H".
        88  CUST-RISK-VALID      VALUES "L" "M" "H".
    05  CUST-LAST-REVIEW-DATE PIC 9(8).
    05  CUST-NEXT-REVIEW-DATE PIC 9(8).
    05  CUST-REVIEWED-BY     PIC X(8).
