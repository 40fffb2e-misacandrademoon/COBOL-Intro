       01  LOSTSALE-RECORD.
           05 LOST-DATE            PIC 9(08).
           05 LOST-TIME            PIC 9(06).
           05 LOST-SOURCE          PIC X(02).
               88 LOST-AT-REGISTER VALUE "PS".
               88 LOST-FROM-WEB    VALUE "WB".
           05 LOST-PROD-CODE       PIC X(05).
           05 LOST-QUANTITY        PIC 9(05).
           05 LOST-CLAVE-CLIENTE   PIC X(10).
           05 LOST-OPERATOR        PIC 9(05).
