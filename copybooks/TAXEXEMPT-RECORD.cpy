       01  TAXEXEMPT-RECORD.
           05 TXE-CLAVE-CLIENTE    PIC X(10).
           05 TXE-CERTIFICATE      PIC X(20).
           05 TXE-TYPE             PIC X(01).
               88 TXE-RESELLER     VALUE "R".
               88 TXE-CHARITY      VALUE "C".
               88 TXE-GOVERNMENT   VALUE "G".
               88 TXE-OTHER        VALUE "O".
               88 TXE-TYPE-VALID   VALUE "R", "C", "G", "O".
           05 TXE-EXPIRY           PIC 9(08).
