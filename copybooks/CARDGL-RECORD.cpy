       01  CARDGL-RECORD.
           05 CGL-FECHA            PIC 9(08).
           05 CGL-TYPE             PIC X(01).
               88 CGL-FEE          VALUE "F".
               88 CGL-CHARGEBACK   VALUE "C".
               88 CGL-NET-SETTLEMENT VALUE "N".
           05 CGL-SETTLE-FECHA     PIC 9(08).
           05 CGL-SALE-FECHA       PIC 9(08).
           05 CGL-TICKET           PIC 9(06).
           05 CGL-AMOUNT           PIC S9(09)V99.
