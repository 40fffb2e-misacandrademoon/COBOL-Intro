       01  COMPSURV-RECORD.
           05 CSV-KEY.
               10 CSV-COMPETITOR   PIC X(04).
               10 CSV-PROD-CODE    PIC X(05).
               10 CSV-SURVEY-DATE  PIC 9(08).
           05 CSV-PRICE            PIC 9(07)V99.
           05 CSV-ON-PROMO         PIC X(01).
               88 CSV-WAS-ON-PROMO VALUE "Y".
           05 CSV-OUR-PRICE        PIC 9(07)V99.
