       01  ARAPPL-RECORD.
           05 APL-FECHA            PIC 9(08).
           05 APL-CLAVE-CLIENTE    PIC X(10).
           05 APL-SOURCE           PIC X(01).
               88 APL-FROM-PAYMENT VALUE "P".
               88 APL-FROM-CREDIT  VALUE "C".
               88 APL-FROM-WRITEOFF VALUE "W".
           05 APL-SOURCE-NUMBER    PIC 9(08).
           05 APL-ITEM-NUMBER      PIC 9(08).
           05 APL-TICKET           PIC 9(06).
           05 APL-AMOUNT           PIC 9(09)V99.
