                   88 RSV-FROM-QUOTE     VALUE "QU".
                   88 RSV-FROM-BACKORDER VALUE "BO".
                   88 RSV-FROM-PARKED    VALUE "PK".
                   88 RSV-FROM-SPECIAL-ORDER VALUE "SO".
               10 RSV-REFERENCE    PIC X(09).
           05 RSV-PROD-CODE        PIC X(05).
           05 RSV-QUANTITY         PIC 9(05).
