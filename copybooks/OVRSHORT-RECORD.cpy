           05 OS-EXPECTED          PIC S9(09)V99.
           05 OS-COUNTED           PIC S9(09)V99.
           05 OS-OVERSHORT         PIC S9(07)V99.
           05 OS-CURRENCY          PIC X(03).
