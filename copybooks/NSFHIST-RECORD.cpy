       01  NSFHIST-RECORD.
           05 NSH-FECHA            PIC 9(08).
           05 NSH-CLAVE-CLIENTE    PIC X(10).
           05 NSH-PAY-NUMBER       PIC 9(06).
           05 NSH-PAY-FECHA        PIC 9(08).
           05 NSH-AMOUNT           PIC 9(07)V99.
           05 NSH-PAY-REFERENCE    PIC X(12).
           05 NSH-FEE              PIC 9(05)V99.
           05 NSH-FEE-SALE         PIC 9(08).
