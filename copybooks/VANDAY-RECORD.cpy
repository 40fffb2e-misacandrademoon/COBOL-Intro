       01  VANDAY-RECORD.
           05 VD-KEY.
               10 VD-ROUTE-CODE    PIC X(02).
               10 VD-ROUTE-DATE    PIC 9(08).
           05 VD-VAN               PIC X(10).
           05 VD-DRIVER            PIC 9(05).
           05 VD-STATUS            PIC X(01).
               88 VD-ON-ROAD       VALUE "L".
               88 VD-SETTLED       VALUE "S".
           05 VD-SALES-VALUE       PIC 9(09)V99.
           05 VD-DELIV-CASH        PIC 9(09)V99.
           05 VD-CASH-EXPECTED     PIC 9(09)V99.
           05 VD-CASH-COUNTED      PIC 9(09)V99.
           05 VD-CASH-OVERSHORT    PIC S9(07)V99.
           05 VD-SETTLE-DATE       PIC 9(08).
           05 VD-OPERATOR          PIC 9(05).
