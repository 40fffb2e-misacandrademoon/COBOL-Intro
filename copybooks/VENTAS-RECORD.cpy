           05 VENTA-PRECIO        PIC 9(07)V99.
           05 VENTA-TIPO          PIC X(01).
               88 VENTA-SALE      VALUE "S".
               88 VENTA-CREDIT    VALUE "C", "R", "K", "M".
               88 VENTA-VOID      VALUE "V".
               88 VENTA-FIN-CHARGE VALUE "F".
               88 VENTA-FEE       VALUE "D".
               88 VENTA-FEE-REFUND VALUE "R".
               88 VENTA-FEE-LINE  VALUE "D", "R".
               88 VENTA-STORE-COUPON VALUE "K".
               88 VENTA-MFR-COUPON VALUE "M".
               88 VENTA-COUPON    VALUE "K", "M".
               88 VENTA-DELIVERY-CHG VALUE "E".
               88 VENTA-ADDON-LINE VALUE "D", "R", "K", "M", "E".
           05 VENTA-TENDER        PIC X(01).
               88 VENTA-CASH      VALUE "C".
               88 VENTA-CARD      VALUE "T".
               88 VENTA-ACCOUNT   VALUE "A".
               88 VENTA-GIFTCARD  VALUE "G".
               88 VENTA-FOREIGN-CASH VALUE "F".
           05 VENTA-OPERADOR      PIC 9(05).
           05 VENTA-QTY-RETURNED  PIC 9(05).
           05 VENTA-REVERSED      PIC X(01).
               88 VENTA-IS-REVERSED VALUE "R".
           05 VENTA-BRANCH        PIC X(02).
           05 VENTA-PRICE-SOURCE  PIC X(01).
               88 VENTA-PRICE-BASE     VALUE "B".
               88 VENTA-PRICE-CONTRACT VALUE "C".
               88 VENTA-PRICE-TIER     VALUE "T".
               88 VENTA-PRICE-PROMO    VALUE "P".
               88 VENTA-PRICE-QTYBREAK VALUE "Q".
               88 VENTA-PRICE-OVERRIDE VALUE "O".
               88 VENTA-PRICE-SCALE    VALUE "S".
               88 VENTA-PRICE-NOT-KEPT VALUE SPACE.
           05 VENTA-LIST-PRICE    PIC 9(07)V99.
