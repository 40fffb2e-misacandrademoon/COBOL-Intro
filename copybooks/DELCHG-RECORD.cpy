       01  DELCHG-RECORD.
           05 DC-ROUTE-CODE        PIC X(02).
           05 DC-FLAT-FEE          PIC 9(05)V99.
           05 DC-FREE-OVER         PIC 9(07)V99.
           05 DC-CASE-CHARGE       PIC 9(03)V99.
           05 DC-ROUTE-COST        PIC 9(07)V99.
