       01  PENDCOST-RECORD.
           05 PCST-KEY.
               10 PCST-PROD-CODE      PIC X(5).
               10 PCST-EFFECTIVE-DATE PIC 9(8).
           05 PCST-SUPPLIER-CODE      PIC X(4).
           05 PCST-NEW-COST           PIC 9(7)V99.
           05 PCST-IMPORT-DATE        PIC 9(8).
