       01  SUPPCLM-RECORD.
           05 SC-SUPPLIER-CODE     PIC X(04).
           05 SC-CLAIM-NUMBER      PIC 9(06).
           05 SC-CLAIM-DATE        PIC 9(08).
           05 SC-PROD-CODE         PIC X(05).
           05 SC-SERIAL-NUMBER     PIC X(15).
           05 SC-PO-NUMBER         PIC 9(06).
           05 SC-RECEIVE-DATE      PIC 9(08).
           05 SC-SALE-DATE         PIC 9(08).
           05 SC-FAULT             PIC X(40).
           05 SC-ACTION            PIC X(01).
               88 SC-UNIT-SWAPPED  VALUE "S".
               88 SC-UNIT-AT-REPAIR VALUE "R".
           05 SC-UNIT-COST         PIC 9(07)V99.
