       01  FXTEND-RECORD.
           05 FX-FECHA             PIC 9(08).
           05 FX-TICKET            PIC 9(06).
           05 FX-CURRENCY          PIC X(03).
           05 FX-RATE              PIC 9(03)V9(06).
           05 FX-LOCAL-DUE         PIC 9(09)V99.
           05 FX-FOREIGN-TENDERED  PIC 9(09)V99.
           05 FX-CHANGE-LOCAL      PIC 9(09)V99.
           05 FX-OPERATOR          PIC 9(05).
