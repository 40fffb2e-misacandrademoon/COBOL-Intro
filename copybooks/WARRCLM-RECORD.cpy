       01  WARRCLM-RECORD.
           05 WC-NUMBER            PIC 9(06).
           05 WC-DATE              PIC 9(08).
           05 WC-PROD-CODE         PIC X(05).
           05 WC-SERIAL-NUMBER     PIC X(15).
           05 WC-CLAVE-CLIENTE     PIC X(10).
           05 WC-SALE-NUMBER       PIC 9(08).
           05 WC-SALE-DATE         PIC 9(08).
           05 WC-EXPIRY-DATE       PIC 9(08).
           05 WC-SUPPLIER-CODE     PIC X(04).
           05 WC-UNIT-COST         PIC 9(07)V99.
           05 WC-FAULT             PIC X(40).
           05 WC-ACTION            PIC X(01).
               88 WC-SWAPPED       VALUE "S".
               88 WC-SENT-TO-REPAIR VALUE "R".
           05 WC-REPLACEMENT-SERIAL PIC X(15).
           05 WC-OPERATOR          PIC 9(05).
