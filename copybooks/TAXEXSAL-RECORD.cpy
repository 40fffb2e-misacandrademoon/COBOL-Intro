       01  TAXEXSAL-RECORD.
           05 TXS-FECHA            PIC 9(08).
           05 TXS-SALE-NUMBER      PIC 9(08).
           05 TXS-TICKET           PIC 9(06).
           05 TXS-CLAVE-CLIENTE    PIC X(10).
           05 TXS-CERTIFICATE      PIC X(20).
           05 TXS-TYPE             PIC X(01).
           05 TXS-TAX-CLASS        PIC X(01).
           05 TXS-NET-AMOUNT       PIC S9(9)V99.
