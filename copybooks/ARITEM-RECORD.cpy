       01  ARITEM-RECORD.
           05 ARI-KEY.
               10 ARI-CLAVE-CLIENTE  PIC X(10).
               10 ARI-ITEM-NUMBER    PIC 9(08).
           05 ARI-TYPE             PIC X(01).
               88 ARI-INVOICE      VALUE "I".
               88 ARI-CREDIT-MEMO  VALUE "C".
               88 ARI-FIN-CHARGE   VALUE "F".
               88 ARI-UNAPPLIED    VALUE "U".
               88 ARI-RETURNED-PAY VALUE "N".
               88 ARI-DEBIT-ITEM   VALUE "I", "F", "N".
               88 ARI-CREDIT-ITEM  VALUE "C", "U".
           05 ARI-FECHA            PIC 9(08).
           05 ARI-TICKET           PIC 9(06).
           05 ARI-REFERENCE        PIC 9(08).
           05 ARI-ORIGINAL-AMOUNT  PIC 9(09)V99.
           05 ARI-OPEN-AMOUNT      PIC 9(09)V99.
           05 ARI-STATUS           PIC X(01).
               88 ARI-OPEN         VALUE "O".
               88 ARI-CLOSED       VALUE "C".
           05 ARI-LAST-ACTIVITY    PIC 9(08).
