       01  COSTHIST-RECORD.
           05 CH-DATE              PIC 9(08).
           05 CH-TIME              PIC 9(06).
           05 CH-PROD-CODE         PIC X(05).
           05 CH-OLD-COST          PIC 9(07)V99.
           05 CH-NEW-COST          PIC 9(07)V99.
           05 CH-QTY-REVALUED      PIC 9(07).
           05 CH-REVALUE-AMOUNT    PIC S9(09)V99.
           05 CH-SOURCE            PIC X(01).
               88 CH-RECEIPT       VALUE "R".
               88 CH-LANDED-COST   VALUE "L".
               88 CH-INVOICE-VARIANCE VALUE "V".
               88 CH-COST-LIST     VALUE "C".
               88 CH-KIT-ASSEMBLY  VALUE "K".
           05 CH-DOCUMENT          PIC X(20).
