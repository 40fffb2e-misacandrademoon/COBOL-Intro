           05 DUN-CLAVE-CLIENTE    PIC X(10).
           05 DUN-LEVEL            PIC 9(01).
           05 DUN-FECHA            PIC 9(08).
           05 DUN-LETTER-COUNT     PIC 9(03).
