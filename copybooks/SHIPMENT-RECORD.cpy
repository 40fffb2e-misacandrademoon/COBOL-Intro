       01  SHIPMENT-RECORD.
           05 SHP-KEY.
               10 SHP-TICKET       PIC 9(06).
               10 SHP-SALE         PIC 9(08).
               10 SHP-SEQ          PIC 9(03).
           05 SHP-DATE             PIC 9(08).
           05 SHP-TIME             PIC 9(06).
           05 SHP-PACKER           PIC 9(05).
           05 SHP-CARRIER          PIC X(10).
           05 SHP-TRACKING         PIC X(30).
           05 SHP-PACKAGES         PIC 9(03).
           05 SHP-WEIGHT           PIC 9(05)V99.
           05 SHP-PROD-CODE        PIC X(05).
           05 SHP-QTY              PIC 9(05).
           05 SHP-ORDER-STATUS     PIC X(01).
               88 SHP-ORDER-PARTIAL  VALUE "P".
               88 SHP-ORDER-COMPLETE VALUE "C".
