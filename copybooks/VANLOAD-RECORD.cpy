       01  VANLOAD-RECORD.
           05 VL-KEY.
               10 VL-ROUTE-CODE    PIC X(02).
               10 VL-ROUTE-DATE    PIC 9(08).
               10 VL-PROD-CODE     PIC X(05).
           05 VL-LOADED            PIC 9(05).
           05 VL-DELIV-LOADED      PIC 9(05).
           05 VL-SOLD              PIC 9(05).
           05 VL-DELIVERED         PIC 9(05).
           05 VL-RETURNED          PIC 9(05).
           05 VL-VARIANCE          PIC S9(05).
           05 VL-UNIT-PRICE        PIC 9(07)V99.
           05 VL-UNIT-COST         PIC 9(07)V99.
           05 VL-REASON            PIC X(02).
