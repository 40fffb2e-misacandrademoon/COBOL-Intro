           05 CLIENTE-DROP-SEQ       PIC 9(3).
           05 CLIENTE-FIN-EXENTO     PIC X(1).
               88 CLIENTE-SIN-CARGO  VALUE "E".
           05 CLIENTE-PADRE          PIC X(10).
           05 CLIENTE-REF-BANCO      PIC X(20).
