       01  BANKCLR-RECORD.
           05 BCL-KEY.
               10 BCL-BOOK-TYPE    PIC X(01).
                   88 BCL-DEPOSIT  VALUE "D".
                   88 BCL-CARD-DAY VALUE "S".
                   88 BCL-CARD-SETTLEMENT VALUE "N".
                   88 BCL-AP-PAYMENT VALUE "P".
               10 BCL-BOOK-KEY     PIC X(08).
           05 BCL-STMT-FECHA       PIC 9(08).
           05 BCL-BANK-FECHA       PIC 9(08).
           05 BCL-AMOUNT           PIC S9(09)V99.
