       01  DEPOSIT-RECORD.
           05 DEP-FECHA            PIC 9(08).
           05 DEP-OPERATOR         PIC 9(05).
           05 DEP-AMOUNT           PIC S9(09)V99.
