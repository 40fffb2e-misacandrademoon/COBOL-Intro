       01  CARDITEM-RECORD.
           05 CIT-KEY.
               10 CIT-SALE-FECHA   PIC 9(08).
               10 CIT-TICKET       PIC 9(06).
           05 CIT-BOOK-AMOUNT      PIC S9(09)V99.
           05 CIT-SETTLED-GROSS    PIC S9(09)V99.
           05 CIT-FEE              PIC S9(07)V99.
           05 CIT-SETTLE-FECHA     PIC 9(08).
           05 CIT-CHARGEBACK       PIC S9(09)V99.
           05 CIT-CHARGEBACK-FECHA PIC 9(08).
           05 CIT-STATUS           PIC X(01).
               88 CIT-NOT-SETTLED  VALUE "O".
               88 CIT-SETTLED      VALUE "S".
               88 CIT-DIFFERENCE   VALUE "D".
               88 CIT-UNKNOWN-SALE VALUE "U".
               88 CIT-IS-OPEN      VALUE "O", "D", "U".
