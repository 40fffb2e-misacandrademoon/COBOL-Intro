       01  HOLDSALE-RECORD.
           05 HS-KEY.
               10 HS-HOLD-NUMBER   PIC 9(06).
               10 HS-LINE          PIC 9(03).
           05 HS-FECHA             PIC 9(08).
           05 HS-TIME              PIC 9(06).
           05 HS-OPERATOR          PIC 9(05).
           05 HS-BRANCH            PIC X(02).
           05 HS-CLAVE-CLIENTE     PIC X(10).
           05 HS-PROD-CODE         PIC X(05).
           05 HS-CANTIDAD          PIC 9(05).
           05 HS-PRECIO            PIC 9(07)V99.
           05 HS-FEE-AMOUNT        PIC 9(07)V99.
           05 HS-TENDER            PIC X(01).
           05 HS-STATUS            PIC X(01).
               88 HS-PENDING       VALUE "P".
               88 HS-POSTED        VALUE "D".
               88 HS-SUSPENDED     VALUE "S".
           05 HS-SALE-NUMBER       PIC 9(08).
           05 HS-TICKET            PIC 9(06).
           05 HS-PRICE-SOURCE      PIC X(01).
           05 HS-LIST-PRICE        PIC 9(07)V99.
           05 HS-SHIP-TO           PIC 9(03).
