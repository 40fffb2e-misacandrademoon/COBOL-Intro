       01  KITORDER-RECORD.
           05 KWO-DATE             PIC 9(08).
           05 KWO-TIME             PIC 9(06).
           05 KWO-KIT-CODE         PIC X(05).
           05 KWO-ACTION           PIC X(01).
               88 KWO-BUILD        VALUE "B".
               88 KWO-DISASSEMBLE  VALUE "D".
           05 KWO-QUANTITY         PIC 9(05).
           05 KWO-KIT-COST         PIC 9(07)V99.
           05 KWO-KIT-BALANCE      PIC 9(05).
           05 KWO-NOTE             PIC X(30).
           05 KWO-OPERATOR         PIC 9(05).
