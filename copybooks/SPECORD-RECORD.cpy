       01  SPECORD-RECORD.
           05 SO-NUMBER            PIC 9(06).
           05 SO-FECHA             PIC 9(08).
           05 SO-CLAVE-CLIENTE     PIC X(10).
           05 SO-PROD-CODE         PIC X(05).
           05 SO-QUANTITY          PIC 9(05).
           05 SO-PRICE             PIC 9(07)V99.
           05 SO-DEPOSIT           PIC 9(07)V99.
           05 SO-DEPOSIT-REF       PIC X(12).
           05 SO-PO-REF.
               10 SO-PO-NUMBER     PIC 9(06).
               10 SO-PO-LINE       PIC 9(03).
           05 SO-QTY-RECEIVED      PIC 9(05).
           05 SO-RECEIVED-DATE     PIC 9(08).
           05 SO-CALLED-DATE       PIC 9(08).
           05 SO-COLLECTED-DATE    PIC 9(08).
           05 SO-STATUS            PIC X(01).
               88 SO-ON-ORDER      VALUE "O".
               88 SO-RECEIVED      VALUE "R".
               88 SO-COLLECTED     VALUE "C".
               88 SO-CANCELLED     VALUE "X".
               88 SO-NOT-COLLECTED VALUE "O", "R".
           05 SO-NOTE              PIC X(30).
           05 SO-OPERATOR          PIC 9(05).
