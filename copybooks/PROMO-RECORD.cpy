           05 PROMO-PRICE          PIC 9(07)V99.
           05 PROMO-START-DATE     PIC 9(08).
           05 PROMO-END-DATE       PIC 9(08).
           05 PROMO-FUNDING-PER-UNIT PIC 9(05)V99.
           05 PROMO-CLAIM-DATE     PIC 9(08).
