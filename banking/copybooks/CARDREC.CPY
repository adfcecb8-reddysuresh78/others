01  CARD-RECORD.
    05  CARD-NUM             PIC 9(16).
    05  CARD-NUM-PARTS REDEFINES CARD-NUM.
        10  CARD-BIN         PIC 9(6).
        10  CARD-SERIAL      PIC 9(10).
    05  CARD-ACCT-NUM        PIC 9(5).
    05  CARD-STATUS          PIC X(1).
        88  CARD-ACTIVE      VALUE "A".
        88  CARD-HOT-LISTED  VALUE "H".
        88  CARD-EXPIRED     VALUE "E".
    05  CARD-BLOCK-REASON    PIC X(1).
        88  CARD-LOST        VALUE "L".
        88  CARD-STOLEN      VALUE "S".
        88  CARD-FRAUD       VALUE "F".
        88  CARD-PIN-TRIES   VALUE "P".
        88  CARD-REPLACED    VALUE "R".
    05  CARD-ISSUE-DATE      PIC 9(8).
    05  CARD-EXPIRY-DATE     PIC 9(8).
    05  CARD-CASH-LIMIT      PIC 9(7)V99.
    05  CARD-PURCH-LIMIT     PIC 9(7)V99.
    05  CARD-PIN-HASH        PIC 9(5).
    05  CARD-PIN-FAILS       PIC 9(2).
    05  CARD-USAGE-DATE      PIC 9(8).
    05  CARD-CASH-USED       PIC 9(7)V99.
    05  CARD-PURCH-USED      PIC 9(7)V99.
    05  CARD-BLOCK-DATE      PIC 9(8).
    05  CARD-REPLACES        PIC 9(16).
    05  CARD-REPLACED-BY     PIC 9(16).
    05  CARD-OPERATOR        PIC X(8).
