           05 PAY-CLAVE-CLIENTE    PIC X(10).
           05 PAY-AMOUNT           PIC 9(07)V99.
           05 PAY-REFERENCE        PIC X(12).
           05 PAY-STATUS           PIC X(01).
               88 PAY-RETURNED     VALUE "R".
           05 PAY-RETURNED-FECHA   PIC 9(08).
