       01  CUSTADDR-RECORD.
           05 CADDR-KEY.
               10 CADDR-CLAVE-CLIENTE PIC X(10).
               10 CADDR-NUMBER     PIC 9(03).
           05 CADDR-TYPE           PIC X(01).
               88 CADDR-BILL-TO    VALUE "B".
               88 CADDR-SHIP-TO    VALUE "S".
           05 CADDR-NAME           PIC X(30).
           05 CADDR-LINE-1         PIC X(30).
           05 CADDR-LINE-2         PIC X(30).
           05 CADDR-CITY           PIC X(20).
           05 CADDR-REGION         PIC X(15).
           05 CADDR-POSTAL-CODE    PIC X(10).
