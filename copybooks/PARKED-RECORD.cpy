           05 PARK-PROD-CODE       PIC X(05).
           05 PARK-QUANTITY        PIC 9(05).
           05 PARK-PRICE           PIC 9(07)V99.
           05 PARK-PRICE-SOURCE    PIC X(01).
           05 PARK-LIST-PRICE      PIC 9(07)V99.
