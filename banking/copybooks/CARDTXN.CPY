01  CARD-TXN-RECORD.
    05  CTX-CARD-NUM         PIC 9(16).
    05  CTX-CHANNEL          PIC X(3).
        88  CTX-ATM          VALUE "ATM".
        88  CTX-POS          VALUE "POS".
    05  CTX-TXN-TYPE         PIC X(1).
        88  CTX-CASH         VALUE "C".
        88  CTX-PURCHASE     VALUE "P".
        88  CTX-REFUND       VALUE "R".
    05  CTX-AMOUNT           PIC 9(9)V99.
    05  CTX-TXN-DATE         PIC 9(8).
    05  CTX-TXN-TIME         PIC 9(8).
    05  CTX-PIN-RESULT       PIC X(1).
        88  CTX-PIN-OK       VALUE "Y".
        88  CTX-PIN-FAILED   VALUE "N".
        88  CTX-NO-PIN       VALUE " ".
    05  CTX-TERMINAL-ID      PIC X(8).
    05  CTX-NETWORK-REF      PIC 9(9).
