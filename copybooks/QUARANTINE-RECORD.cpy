       01  QUARANTINE-RECORD.
           05 QTN-DATE             PIC 9(08).
           05 QTN-TIME             PIC 9(06).
           05 QTN-PROD-CODE        PIC X(05).
           05 QTN-ACTION           PIC X(01).
               88 QTN-RECEIVED     VALUE "R".
               88 QTN-DAMAGED      VALUE "D".
               88 QTN-RELEASED     VALUE "B".
               88 QTN-WRITTEN-OFF  VALUE "W".
               88 QTN-RETURNED     VALUE "S".
           05 QTN-QUANTITY         PIC S9(05).
           05 QTN-BALANCE          PIC 9(05).
           05 QTN-REASON           PIC X(02).
           05 QTN-NOTE             PIC X(30).
           05 QTN-OPERATOR         PIC 9(05).
