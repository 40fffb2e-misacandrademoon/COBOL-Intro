       01  WRITEOFF-RECORD.
           05 WOF-NUMBER           PIC 9(06).
           05 WOF-TYPE             PIC X(01).
               88 WOF-WRITE-OFF    VALUE "W".
               88 WOF-RECOVERY     VALUE "R".
           05 WOF-FECHA            PIC 9(08).
           05 WOF-CLAVE-CLIENTE    PIC X(10).
           05 WOF-AMOUNT           PIC 9(07)V99.
           05 WOF-REASON           PIC X(30).
           05 WOF-MANAGER          PIC 9(05).
