       01  PLATE-RECORD.
           05 PLT-NUMBER           PIC 9(08).
           05 PLT-TYPE             PIC X(01).
               88 PLT-PALLET       VALUE "P".
               88 PLT-CASE         VALUE "C".
           05 PLT-PROD-CODE        PIC X(05).
           05 PLT-LOT-NUMBER       PIC X(10).
           05 PLT-EXPIRY-DATE      PIC 9(08).
           05 PLT-QUANTITY         PIC 9(05).
           05 PLT-BIN              PIC 9(05).
           05 PLT-STATUS           PIC X(01).
               88 PLT-ACTIVE       VALUE "A".
               88 PLT-EMPTY        VALUE "E".
           05 PLT-RECEIVE-DATE     PIC 9(08).
           05 PLT-PO-NUMBER        PIC 9(06).
           05 PLT-PO-LINE          PIC 9(03).
           05 PLT-MOVE-DATE        PIC 9(08).
