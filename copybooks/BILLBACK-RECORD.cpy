       01  BILLBACK-RECORD.
           05 BB-KEY.
               10 BB-SUPPLIER        PIC X(04).
               10 BB-CLAIM-DATE      PIC 9(08).
               10 BB-PROD-CODE       PIC X(05).
           05 BB-PROMO-PRICE         PIC 9(07)V99.
           05 BB-PROMO-START-DATE    PIC 9(08).
           05 BB-PROMO-END-DATE      PIC 9(08).
           05 BB-FUNDING-PER-UNIT    PIC 9(05)V99.
           05 BB-UNITS               PIC 9(05).
           05 BB-AMOUNT              PIC 9(09)V99.
           05 BB-DEBIT-NUMBER        PIC X(12).
           05 BB-DEBIT-LINE          PIC 9(03).
