       01  CPNRED-RECORD.
           05 CR-SALE-NUMBER       PIC 9(08).
           05 CR-FECHA             PIC 9(08).
           05 CR-TICKET            PIC 9(06).
           05 CR-COUPON-CODE       PIC X(10).
           05 CR-PROD-CODE         PIC X(05).
           05 CR-ISSUER-TYPE       PIC X(01).
               88 CR-STORE-ISSUED  VALUE "S".
               88 CR-MFR-ISSUED    VALUE "M".
           05 CR-ISSUER-CODE       PIC X(06).
           05 CR-FACE-VALUE        PIC 9(05)V99.
           05 CR-CLAVE-CLIENTE     PIC X(10).
