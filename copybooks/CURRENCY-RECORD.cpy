       01  CURRENCY-RECORD.
           05 CUR-KEY.
               10 CUR-CODE         PIC X(03).
               10 CUR-RATE-DATE    PIC 9(08).
           05 CUR-DESCRIPTION      PIC X(20).
           05 CUR-RATE             PIC 9(03)V9(06).
