               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT TICKETS-FILE ASSIGN TO "TICKETS.DAT"
               RECORD KEY IS TAX-CLASS
               FILE STATUS IS FS-TAXRATE.

           SELECT KIT-FILE ASSIGN TO "KIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-KEY
               FILE STATUS IS FS-KIT.

           SELECT SUBST-FILE ASSIGN TO "SUBST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUBST-KEY
               FILE STATUS IS FS-SUBST.

           SELECT FEERATE-FILE ASSIGN TO "FEERATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-CODE
               FILE STATUS IS FS-FEERATE.

           SELECT COUPON-FILE ASSIGN TO "COUPON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPN-CODE
               FILE STATUS IS FS-COUPON.

           SELECT CURRENCY-FILE ASSIGN TO "CURRENCY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-KEY
               FILE STATUS IS FS-CURRENCY.

           SELECT SERIAL-FILE ASSIGN TO "SERIAL.DAT"
               ORGANIZATION IS INDEXED
           SELECT TSPLIT-FILE ASSIGN TO "TSPLIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TSPLIT.
           SELECT FXTEND-FILE ASSIGN TO "FXTEND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FXTEND.
           SELECT GIFTCARD-FILE ASSIGN TO "GIFTCARD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT SALELOT-FILE ASSIGN TO "SALELOTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SALELOT.
           SELECT CPNRED-FILE ASSIGN TO "CPNRED.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CPNRED.
           SELECT EJOURNAL-FILE ASSIGN TO "EJOURNAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-EJOURNAL.
       FD TAXRATE-FILE.
       COPY TAXRATE-RECORD.

       FD KIT-FILE.
       COPY KIT-RECORD.

       FD SUBST-FILE.
       COPY SUBST-RECORD.

       FD FEERATE-FILE.
       COPY FEERATE-RECORD.

       FD COUPON-FILE.
       COPY COUPON-RECORD.

       FD CURRENCY-FILE.
       COPY CURRENCY-RECORD.

       FD SERIAL-FILE.
       COPY SERIAL-RECORD.
       FD  SALELOT-FILE.
       COPY SALELOT-RECORD.

       FD  CPNRED-FILE.
       COPY CPNRED-RECORD.

       FD  EJOURNAL-FILE.
       COPY EJOURNAL-RECORD.

       FD  TRAINSELLS-FILE.
      * Same length as VENTAS-RECORD - widen it with that layout
       01  TRAIN-VENTA-REC        PIC X(76).

       FD  SIGNON-FILE.
       COPY SIGNON-RECORD.
       FD  TSPLIT-FILE.
       COPY TSPLIT-RECORD.

       FD  FXTEND-FILE.
       COPY FXTEND-RECORD.

       FD  GIFTCARD-FILE.
       COPY GIFTCARD-RECORD.

       01 FS-INVOICE             PIC XX.
           88 FS-INVOICE-OK      VALUE "00".
           88 FS-INVOICE-NOT-EXIST VALUE "35".
       01 FS-KIT                 PIC XX.
           88 FS-KIT-OK          VALUE "00".
       01 FS-SUBST               PIC XX.
           88 FS-SUBST-OK        VALUE "00".
           88 FS-SUBST-EOF       VALUE "10".
       01 WS-SUBST-OPEN          PIC X VALUE "N".
           88 WS-SUBST-IS-OPEN   VALUE "Y".
       01 FS-FEERATE             PIC XX.
           88 FS-FEERATE-OK      VALUE "00".
       01 WS-FEERATE-OPEN        PIC X VALUE "N".
           88 WS-FEERATE-IS-OPEN VALUE "Y".
       01 WS-FEE-LINE-AMOUNT     PIC 9(07)V99.
       01 FS-COUPON              PIC XX.
           88 FS-COUPON-OK       VALUE "00".
       01 WS-COUPON-OPEN         PIC X VALUE "N".
           88 WS-COUPON-IS-OPEN  VALUE "Y".
       01 FS-CPNRED              PIC XX.
           88 FS-CPNRED-OK       VALUE "00".
           88 FS-CPNRED-NOT-EXIST VALUE "35".
       01 WS-CPL-TABLE.
           05 WS-CPL-ENTRY OCCURS 50 TIMES.
               10 WS-CPL-CODE     PIC X(05).
               10 WS-CPL-CATEGORY PIC X(04).
               10 WS-CPL-QTY      PIC 9(05).
               10 WS-CPL-PRECIO   PIC 9(07)V99.
               10 WS-CPL-USED     PIC 9(05).
       01 WS-CPL-COUNT           PIC 9(03).
       01 WS-CPL-SUB             PIC 9(03).
       01 WS-CPL-HIT             PIC 9(03).
       01 FS-SERIAL              PIC XX.
           88 FS-SERIAL-OK       VALUE "00".
           88 FS-SERIAL-NOT-EXIST VALUE "35".
       01 FS-DAYCLOSE            PIC XX.
           88 FS-DAYCLOSE-OK     VALUE "00".
       01 FS-CLIENTES            PIC XX.
           88 FS-CLIENTES-EOF    VALUE "10".
       01 FS-AUDIT-LOG           PIC XX.
           88 FS-AUDIT-OK        VALUE "00".
           88 FS-AUDIT-NOT-EXIST VALUE "35".
       01 WS-COD-VENTA           PIC X(05).
       01 WS-CANT-VENTA          PIC 9(05).
       01 WS-CLIENTE-VENTA       PIC X(10).
       01 WS-GROUP-CODE          PIC X(10).
       01 WS-GROUP-SALDO         PIC S9(9)V99.
       01 WS-GROUP-LIMITE        PIC 9(7)V99.
       01 WS-GROUP-HOLD          PIC X.
           88 WS-GROUP-ON-HOLD   VALUE "R".
       01 WS-REVENUE-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01 WS-REVENUE-EDIT        PIC Z,ZZZ,ZZ9.99.
       01 WS-TICKET-NUMBER       PIC 9(06).
           88 WS-BACKORDER-YES   VALUE "Y", "y".
       01 WS-TENDER              PIC X.
           88 WS-TENDER-VALID    VALUE "C", "T", "A", "G", "L",
                                       "P", "F".
       01 FS-CURRENCY            PIC XX.
           88 FS-CURRENCY-OK     VALUE "00".
       01 WS-CURRENCY-OPEN       PIC X VALUE "N".
           88 WS-CURRENCY-IS-OPEN VALUE "Y".
       01 FS-FXTEND              PIC XX.
           88 FS-FXTEND-OK       VALUE "00".
           88 FS-FXTEND-NOT-EXIST VALUE "35".
       01 WS-FX-CODE             PIC X(03).
       01 WS-FX-RATE             PIC 9(03)V9(06).
       01 WS-FX-DUE              PIC 9(09)V99.
       01 WS-FX-TENDERED         PIC 9(09)V99.
       01 WS-FX-CHANGE           PIC S9(09)V99.
       01 WS-FX-AMOUNT-EDIT      PIC X(14).
       01 WS-PARK-CODE           PIC X(04).
       01 WS-PARK-LINES          PIC 9(03).
       01 WS-FIN-PARK            PIC X.
       01 WS-LOCK-NAME           PIC X(12) VALUE "PRODUCTS".
       01 WS-LOCK-HOLDER         PIC X(17).
       01 WS-LOCK-RESULT         PIC X.
       01 WS-OFFLINE-CAPTURE     PIC X.
           88 WS-OFFLINE-YES     VALUE "Y", "y".
       01 WS-QUOTE-NUMBER        PIC 9(06).
       01 WS-QUOTE-LINES-POSTED  PIC 9(03).
       01 WS-HOY                 PIC 9(08).
               10 WS-INV-CLASS    PIC X(01).
               10 WS-INV-SOURCE   PIC X(08).
       01 WS-INV-COUNT           PIC 9(03).
       01 WS-INV-SIGN            PIC X.
       01 WS-INV-AMOUNT          PIC 9(09)V99.
       01 WS-INV-TAX             PIC 9(09)V99.
       01 WS-INV-TOTAL           PIC 9(09)V99.
       01 WS-INV-AMOUNT-EDIT     PIC Z,ZZZ,ZZ9.99.
       01 WS-TAX-RATE            PIC 9V999 VALUE .150.
       01 WS-EFFECTIVE-RATE      PIC 9V999.
       01 WS-TXE-ACTION          PIC X.
       01 WS-TXE-FECHA           PIC 9(08).
       01 WS-TXE-SALE-NUMBER     PIC 9(08).
       01 WS-TXE-CLASS           PIC X(01).
       01 WS-TXE-AMOUNT          PIC S9(09)V99.
       01 WS-TXE-CERTIFICATE     PIC X(20).
       01 WS-TXE-TYPE            PIC X(01).
       01 WS-TXE-EXPIRY          PIC 9(08).
       01 WS-TXE-RESULT          PIC X VALUE "N".
           88 WS-TXE-VALID       VALUE "V".
           88 WS-TXE-EXPIRED     VALUE "X".
       01 WS-TXE-LOG-RESULT      PIC X.
       01 WS-USA-PRECIO-QUOTE    PIC X VALUE "N".
           88 WS-QUOTE-PRICE-YES VALUE "Y".
       01 WS-LOT-REMAINING       PIC 9(5).
       01 WS-TICKET-TOTAL        PIC 9(09)V99.
       01 WS-TICKET-LINES        PIC 9(03).
       01 WS-TICKET-TOTAL-EDIT   PIC Z,ZZZ,ZZ9.99.
       01 WS-SHIP-TO             PIC 9(03).
       01 WS-DELIV-ROUTE         PIC X(02).
       01 WS-TICKET-CASES        PIC 9(05).
       01 WS-LINE-CASES          PIC 9(05).
       01 WS-DLV-GOODS-VALUE     PIC 9(09)V99.
       01 WS-DLV-CHARGE          PIC 9(07)V99.
       01 WS-DLV-RESULT          PIC X.
           88 WS-DLV-RULE-FOUND  VALUE "Y".
       01 WS-ADDR-ACTION         PIC X.
       01 WS-ADDR-NUMBER         PIC 9(03).
       01 WS-ADDRESS-LINES.
           05 WS-ADDRESS-LINE    PIC X(60) OCCURS 4 TIMES.
       01 WS-ADDR-RESULT         PIC X.
           88 WS-ADDR-FOUND      VALUE "Y".
           88 WS-ADDR-ON-FILE    VALUE "Y", "B".
       01 WS-ADDR-IDX            PIC 9.
       01 WS-OVR-PROGRAM         PIC X(17) VALUE "CREATE-SELLS".
       01 WS-OVR-REASON          PIC X(20).
       01 WS-OVR-CODE            PIC X(10).
           88 WS-OVR-GRANTED     VALUE "Y".
       01 WS-LINE-ALLOWED        PIC X.
           88 WS-LINE-IS-ALLOWED VALUE "Y".
       01 WS-ID-CONFIRM          PIC X.
           88 WS-ID-CONFIRMED    VALUE "Y".
       01 WS-DAY-QTY             PIC S9(07).
       01 WS-FIN-DAY-SALES       PIC X.
           88 WS-NO-MORE-DAY-SALES VALUE "Y".
       01 WS-PRICE-SOURCE        PIC X(08).
       01 WS-LINE-SOURCE         PIC X(01).
       01 WS-LINE-LIST-PRICE     PIC 9(07)V99.
       01 WS-PARKED-SOURCE       PIC X(01) VALUE SPACE.
       01 WS-PARKED-LIST-PRICE   PIC 9(07)V99 VALUE ZERO.
       01 WS-LOST-SOURCE         PIC X(02) VALUE "PS".
       01 WS-LOST-RESULT         PIC X.
       01 WS-ARI-TYPE            PIC X.
       01 WS-ARI-FECHA           PIC 9(08).
       01 WS-ARI-REFERENCE       PIC 9(08).
       01 WS-ARI-AMOUNT          PIC 9(09)V99.
       01 WS-ARI-RESULT          PIC X.
       01 WS-PRC-CANDIDATES.
           05 WS-PRC-CONTRACT-STATUS PIC X.
           05 WS-PRC-CONTRACT-PRICE  PIC 9(07)V99.
           05 WS-PRC-CONTRACT-START  PIC 9(08).
           05 WS-PRC-CONTRACT-END    PIC 9(08).
           05 WS-PRC-TIER-STATUS     PIC X.
           05 WS-PRC-TIER-PCT        PIC 9V999.
           05 WS-PRC-TIER-PRICE      PIC 9(07)V99.
           05 WS-PRC-PROMO-STATUS    PIC X.
           05 WS-PRC-PROMO-PRICE     PIC 9(07)V99.
           05 WS-PRC-PROMO-START     PIC 9(08).
           05 WS-PRC-PROMO-END       PIC 9(08).
           05 WS-PRC-QB-STATUS       PIC X.
           05 WS-PRC-QB-PRICE        PIC 9(07)V99.
           05 WS-PRC-QB-BREAK OCCURS 3 TIMES.
               10 WS-PRC-QB-BREAK-QTY   PIC 9(05).
               10 WS-PRC-QB-BREAK-PRICE PIC 9(07)V99.
       01 WS-SCAN-ENTRY          PIC X(13).
       01 WS-PRECIO-BASCULA      PIC 9(5)V99.
       01 WS-USA-PRECIO-BASCULA  PIC X VALUE "N".
       01 WS-FIN-KIT             PIC X.
           88 WS-NO-MORE-KIT-COMPS VALUE "Y".
       01 WS-KIT-AVAIL           PIC 9(05).
       01 WS-SUBST-FOR           PIC X(05).
       01 WS-SUBST-CHOSEN        PIC X(05).
       01 WS-SUBST-PASS          PIC X VALUE "N".
           88 WS-SELLING-SUBST   VALUE "Y".
       01 WS-SUBST-COUNT         PIC 9(02).
       01 WS-SUBST-PICK          PIC 9(02).
       01 WS-SUBST-PRICE         PIC 9(07)V99.
       01 WS-SUBST-SOURCE        PIC X(08).
       01 WS-COMP-CAN-MAKE       PIC 9(05).
       01 WS-COMP-NEEDED         PIC 9(05).
       01 WS-AVAILABLE-QTY       PIC 9(05).
       01 WS-POINTS-REDEEMED     PIC 9(07).
       01 WS-POINTS-DISCOUNT     PIC 9(07)V99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           END-IF
           IF NOT FS-BACKORDER-OK
               DISPLAY "ERROR OPENING BACKORDER.DAT: " FS-BACKORDER
               MOVE "CREATE-SELLS" TO ERP-PROGRAM
               MOVE "ABRIR-ARCHIVOS" TO ERP-PARAGRAPH
               MOVE "BACKORDER.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-BACKORDER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               PERFORM ABANDONAR-ARRANQUE
           END-IF

           END-IF
           IF NOT FS-TICKETS-OK
               DISPLAY "ERROR OPENING TICKETS.DAT: " FS-TICKETS
               MOVE "CREATE-SELLS" TO ERP-PROGRAM
               MOVE "ABRIR-ARCHIVOS" TO ERP-PARAGRAPH
               MOVE "TICKETS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-TICKETS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               PERFORM ABANDONAR-ARRANQUE
           END-IF

           END-IF
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "CREATE-SELLS" TO ERP-PROGRAM
               MOVE "ABRIR-ARCHIVOS" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF

           OPEN I-O BRANCH-STOCK-FILE
           IF NOT FS-BRANCH-OK
               DISPLAY "ERROR OPENING BRANCHSTK.DAT: "
                  FS-BRANCH-STOCK
               MOVE "CREATE-SELLS" TO ERP-PROGRAM
               MOVE "ABRIR-ARCHIVOS" TO ERP-PARAGRAPH
               MOVE "BRANCHSTK.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-BRANCH-STOCK TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF

           OPEN I-O LOTS-FILE
           END-IF
           IF NOT FS-LOTS-OK
               DISPLAY "ERROR OPENING LOTS.DAT: " FS-LOTS
               MOVE "CREATE-SELLS" TO ERP-PROGRAM
               MOVE "ABRIR-ARCHIVOS" TO ERP-PARAGRAPH
               MOVE "LOTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-LOTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF

           OPEN INPUT TAXRATE-FILE
                  WS-TAX-RATE " APPLIES"
           END-IF

           OPEN INPUT KIT-FILE
           IF NOT FS-KIT-OK
               DISPLAY "KIT.DAT NOT AVAILABLE - KITS SELL AS "
                  "PLAIN PRODUCTS"
           END-IF

           OPEN INPUT SUBST-FILE
           IF FS-SUBST-OK
               MOVE "Y" TO WS-SUBST-OPEN
           ELSE
               DISPLAY "SUBST.DAT NOT AVAILABLE - NO SUBSTITUTES "
                  "OFFERED"
           END-IF

           OPEN INPUT FEERATE-FILE
           IF FS-FEERATE-OK
               MOVE "Y" TO WS-FEERATE-OPEN
           ELSE
               DISPLAY "FEERATE.DAT NOT AVAILABLE - NO DEPOSIT OR "
                  "ENVIRONMENTAL FEES CHARGED"
           END-IF

           OPEN INPUT CURRENCY-FILE
           IF FS-CURRENCY-OK
               MOVE "Y" TO WS-CURRENCY-OPEN
           ELSE
               DISPLAY "CURRENCY.DAT NOT AVAILABLE - FOREIGN CASH "
                  "TENDER DISABLED"
           END-IF

           OPEN EXTEND FXTEND-FILE
           IF FS-FXTEND-NOT-EXIST
               OPEN OUTPUT FXTEND-FILE
           END-IF
           IF NOT FS-FXTEND-OK
               DISPLAY "FXTEND.DAT NOT AVAILABLE - FOREIGN CASH "
                  "NOT RECORDED"
           END-IF

           OPEN INPUT COUPON-FILE
           IF FS-COUPON-OK
               MOVE "Y" TO WS-COUPON-OPEN
           ELSE
               DISPLAY "COUPON.DAT NOT AVAILABLE - COUPONS NOT "
                  "ACCEPTED"
           END-IF

           OPEN I-O SERIAL-FILE
           END-IF
           IF NOT FS-INVOICE-OK
               DISPLAY "ERROR OPENING INVOICE.TXT: " FS-INVOICE
               MOVE "CREATE-SELLS" TO ERP-PROGRAM
               MOVE "ABRIR-ARCHIVOS" TO ERP-PARAGRAPH
               MOVE "INVOICE.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-INVOICE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF

           OPEN I-O QUOTES-FILE
           END-IF
           IF NOT FS-QUOTES-OK
               DISPLAY "ERROR OPENING QUOTES.DAT: " FS-QUOTES
               MOVE "CREATE-SELLS" TO ERP-PROGRAM
               MOVE "ABRIR-ARCHIVOS" TO ERP-PARAGRAPH
               MOVE "QUOTES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-QUOTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               PERFORM ABANDONAR-ARRANQUE
           END-IF

           OPEN INPUT OPERATOR-FILE
           IF NOT FS-OPERATOR-OK
               DISPLAY "ERROR OPENING datos.idx: " FS-OPERATOR
               MOVE "CREATE-SELLS" TO ERP-PROGRAM
               MOVE "ABRIR-ARCHIVOS" TO ERP-PARAGRAPH
               MOVE "datos.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-OPERATOR TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               PERFORM ABANDONAR-ARRANQUE
           END-IF


           PERFORM OPEN-MOVES-FILE
           PERFORM OPEN-SALELOT-FILE
           PERFORM OPEN-CPNRED-FILE
           PERFORM OPEN-EJOURNAL-FILE

           PERFORM READ-CHECKPOINT
           END-IF.
           IF NOT FS-MOVES-OK
               DISPLAY "ERROR OPENING STOCKMOVES.DAT: " FS-MOVES
               MOVE "CREATE-SELLS" TO ERP-PROGRAM
               MOVE "OPEN-MOVES-FILE" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-SALELOT-FILE.
           END-IF.
           IF NOT FS-SALELOT-OK
               DISPLAY "ERROR OPENING SALELOTS.DAT: " FS-SALELOT
               MOVE "CREATE-SELLS" TO ERP-PROGRAM
               MOVE "OPEN-SALELOT-FILE" TO ERP-PARAGRAPH
               MOVE "SALELOTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SALELOT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-CPNRED-FILE.
           OPEN EXTEND CPNRED-FILE.
           IF FS-CPNRED-NOT-EXIST
               OPEN OUTPUT CPNRED-FILE
           END-IF.
           IF NOT FS-CPNRED-OK
               DISPLAY "ERROR OPENING CPNRED.DAT: " FS-CPNRED
               MOVE "CREATE-SELLS" TO ERP-PROGRAM
               MOVE "OPEN-CPNRED-FILE" TO ERP-PARAGRAPH
               MOVE "CPNRED.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CPNRED TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-EJOURNAL-FILE.
           END-IF.
           IF NOT FS-EJOURNAL-OK
               DISPLAY "ERROR OPENING EJOURNAL.DAT: " FS-EJOURNAL
               MOVE "CREATE-SELLS" TO ERP-PROGRAM
               MOVE "OPEN-EJOURNAL-FILE" TO ERP-PARAGRAPH
               MOVE "EJOURNAL.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-EJOURNAL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       WRITE-EJOURNAL-EVENT.
              WS-LOCK-HOLDER WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "PRODUCTS.DAT IN USE BY " WS-LOCK-HOLDER
               DISPLAY "RECORD TICKETS FOR LATER POSTING? (Y/N): "
                  WITH NO ADVANCING
               ACCEPT WS-OFFLINE-CAPTURE
               IF WS-OFFLINE-YES
                   CALL "OFFLINE-CAPTURE"
               ELSE
                   DISPLAY "TRY AGAIN LATER"
                   MOVE 8 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF.

               IF NOT FS-TRAINSELLS-OK
                   DISPLAY "ERROR OPENING TRAINSELLS.DAT: "
                      FS-TRAINSELLS
                   MOVE "CREATE-SELLS" TO ERP-PROGRAM
                   MOVE "ASK-TRAINING-MODE" TO ERP-PARAGRAPH
                   MOVE "TRAINSELLS.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-TRAINSELLS TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   MOVE "N" TO WS-TRAINING
               ELSE
                   DISPLAY "*****************************************"
        INVALID KEY
            DISPLAY "UNKNOWN CUSTOMER: " WS-CLIENTE-VENTA
        NOT INVALID KEY
            PERFORM LOAD-CREDIT-GROUP
            PERFORM CHECK-TAX-EXEMPTION
            IF CLIENTE-EN-RETENCION OR WS-GROUP-ON-HOLD
                DISPLAY "CUSTOMER ON CREDIT HOLD: " NOMBRE-CLIENTE
                MOVE "CREDIT HOLD" TO WS-OVR-REASON
                MOVE WS-CLIENTE-VENTA TO WS-OVR-CODE
            END-IF
       END-READ.

      * A current exemption certificate takes tax off every line of
      * the ticket; an expired one is taxed as usual with a warning
       CHECK-TAX-EXEMPTION.
           MOVE "C" TO WS-TXE-ACTION.
           ACCEPT WS-TXE-FECHA FROM DATE YYYYMMDD.
           CALL "TAX-EXEMPT-MANAGER" USING WS-TXE-ACTION
              WS-CLIENTE-VENTA WS-TXE-FECHA WS-TXE-SALE-NUMBER
              WS-TICKET-NUMBER WS-TXE-CLASS WS-TXE-AMOUNT
              WS-TXE-CERTIFICATE WS-TXE-TYPE WS-TXE-EXPIRY
              WS-TXE-RESULT.
           EVALUATE TRUE
               WHEN WS-TXE-VALID
                   DISPLAY "TAX EXEMPT CUSTOMER - CERTIFICATE "
                      WS-TXE-CERTIFICATE
               WHEN WS-TXE-EXPIRED
                   DISPLAY "WARNING: EXEMPTION CERTIFICATE "
                      WS-TXE-CERTIFICATE " EXPIRED " WS-TXE-EXPIRY
                      " - SALE WILL BE TAXED"
           END-EVALUATE.

      * Each untaxed line goes to the exempt-sales log for the
      * remittance return
       LOG-EXEMPT-LINE.
           MOVE "L" TO WS-TXE-ACTION.
           MOVE VENTA-FECHA TO WS-TXE-FECHA.
           MOVE VENTA-NUMERO TO WS-TXE-SALE-NUMBER.
           MOVE PROD-TAX-CLASS TO WS-TXE-CLASS.
           COMPUTE WS-TXE-AMOUNT = WS-PRECIO-VENTA * WS-CANT-VENTA.
           CALL "TAX-EXEMPT-MANAGER" USING WS-TXE-ACTION
              WS-CLIENTE-VENTA WS-TXE-FECHA WS-TXE-SALE-NUMBER
              WS-TICKET-NUMBER WS-TXE-CLASS WS-TXE-AMOUNT
              WS-TXE-CERTIFICATE WS-TXE-TYPE WS-TXE-EXPIRY
              WS-TXE-LOG-RESULT.

      * A store linked to a head office account is held to the
      * parent's limit and hold flag against the balance of the whole
      * group; the customer record is read back when done
       LOAD-CREDIT-GROUP.
           IF CLIENTE-PADRE = SPACES
               MOVE CLAVE-CLIENTE TO WS-GROUP-CODE
           ELSE
               MOVE CLIENTE-PADRE TO WS-GROUP-CODE
           END-IF.
           MOVE ZERO TO WS-GROUP-SALDO WS-GROUP-LIMITE.
           MOVE SPACE TO WS-GROUP-HOLD.
           MOVE LOW-VALUES TO CLAVE-CLIENTE.
           START ARCHIVO-CLIENTES KEY IS NOT LESS THAN CLAVE-CLIENTE
               INVALID KEY
                   SET FS-CLIENTES-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-GROUP-MEMBER.
           PERFORM ADD-GROUP-MEMBER UNTIL FS-CLIENTES-EOF.
           MOVE WS-CLIENTE-VENTA TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "CUSTOMER RECORD LOST: " WS-CLIENTE-VENTA
           END-READ.

       READ-NEXT-GROUP-MEMBER.
           IF NOT FS-CLIENTES-EOF
               READ ARCHIVO-CLIENTES NEXT RECORD
                   AT END
                       SET FS-CLIENTES-EOF TO TRUE
               END-READ
           END-IF.

       ADD-GROUP-MEMBER.
           IF CLAVE-CLIENTE = WS-GROUP-CODE
               ADD CLIENTE-SALDO TO WS-GROUP-SALDO
               MOVE CLIENTE-LIMITE-CREDITO TO WS-GROUP-LIMITE
               MOVE CLIENTE-RETENIDO TO WS-GROUP-HOLD
           ELSE
               IF CLIENTE-PADRE = WS-GROUP-CODE
                   ADD CLIENTE-SALDO TO WS-GROUP-SALDO
               END-IF
           END-IF.
           PERFORM READ-NEXT-GROUP-MEMBER.

       REQUEST-SUPERVISOR-OVERRIDE.
           MOVE "N" TO WS-OVR-RESULT.
           CALL "SUPERVISOR-OVERRIDE" USING WS-OVR-PROGRAM
               MOVE WS-OVR-RESULT TO WS-LINE-ALLOWED
           END-IF.

       CHECK-RESTRICTED-PRODUCT.
           MOVE "Y" TO WS-LINE-ALLOWED.
           IF PROD-HAS-DAILY-LIMIT
               PERFORM SUM-CUSTOMER-DAY-QTY
               IF WS-DAY-QTY + WS-CANT-VENTA > PROD-DAILY-LIMIT
                   DISPLAY "DAILY LIMIT OF " PROD-DAILY-LIMIT
                      " PER CUSTOMER FOR " WS-COD-VENTA
                      " - ALREADY SOLD TODAY: " WS-DAY-QTY
                   DISPLAY "LINE REFUSED - DAILY LIMIT EXCEEDED"
                   MOVE "N" TO WS-LINE-ALLOWED
               END-IF
           END-IF.
           IF WS-LINE-IS-ALLOWED AND PROD-NEEDS-ID-CHECK
               DISPLAY "AGE-RESTRICTED ITEM - MINIMUM AGE "
                  PROD-MIN-AGE
               DISPLAY "ID CHECKED AND CUSTOMER OF AGE? (Y/N): "
                  WITH NO ADVANCING
               ACCEPT WS-ID-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-ID-CONFIRM)
                  TO WS-ID-CONFIRM
               IF WS-ID-CONFIRMED
                   MOVE "ID" TO WS-EJ-EVENT
                   MOVE ZERO TO WS-EJ-AMOUNT
                   PERFORM WRITE-EJOURNAL-EVENT
               ELSE
                   DISPLAY "LINE REFUSED - ID CHECK NOT CONFIRMED"
                   MOVE "N" TO WS-LINE-ALLOWED
               END-IF
           END-IF.

       SUM-CUSTOMER-DAY-QTY.
           MOVE ZERO TO WS-DAY-QTY.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           MOVE "N" TO WS-FIN-DAY-SALES.
           MOVE WS-HOY TO VENTA-FECHA.
           START VENTAS-FILE KEY IS = VENTA-FECHA
               INVALID KEY
                   MOVE "Y" TO WS-FIN-DAY-SALES
           END-START.
           IF NOT WS-NO-MORE-DAY-SALES
               PERFORM READ-NEXT-DAY-SALE
           END-IF.
           PERFORM ADD-DAY-SALE-QTY UNTIL WS-NO-MORE-DAY-SALES.

       READ-NEXT-DAY-SALE.
           READ VENTAS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-DAY-SALES
           END-READ.
           IF NOT WS-NO-MORE-DAY-SALES
               IF VENTA-FECHA NOT = WS-HOY
                   MOVE "Y" TO WS-FIN-DAY-SALES
               END-IF
           END-IF.

       ADD-DAY-SALE-QTY.
           IF VENTA-CLAVE-CLIENTE = WS-CLIENTE-VENTA
              AND VENTA-CODIGO = WS-COD-VENTA
              AND VENTA-SALE AND NOT VENTA-IS-REVERSED
               COMPUTE WS-DAY-QTY = WS-DAY-QTY + VENTA-CANTIDAD
                  - VENTA-QTY-RETURNED
           END-IF.
           PERFORM READ-NEXT-DAY-SALE.

       CAPTURAR-TICKET.
           PERFORM GET-TENDER-CODE
           EVALUATE TRUE
           MOVE ZERO TO WS-TICKET-TOTAL WS-TICKET-LINES
           MOVE ZERO TO WS-INV-COUNT
           MOVE ZERO TO WS-POINTS-EARNED WS-POINTS-REDEEMED
           MOVE ZERO TO WS-CPL-COUNT
           MOVE ZERO TO WS-TICKET-CASES
           MOVE CLIENTE-RUTA TO WS-DELIV-ROUTE
           DISPLAY "TICKET " WS-TICKET-NUMBER " FOR " NOMBRE-CLIENTE
           PERFORM SELECT-SHIP-TO
           MOVE "TN" TO WS-EJ-EVENT
           MOVE ZERO TO WS-EJ-AMOUNT
           PERFORM WRITE-EJOURNAL-EVENT
               END-IF
           END-IF
           DISPLAY "ENTER PRODUCT CODE 'END  ' TO CLOSE THE TICKET"
           DISPLAY "ENTER 'COUPON' TO REDEEM A COUPON ON THIS TICKET"
           MOVE SPACES TO WS-COD-VENTA
           PERFORM UNTIL WS-COD-VENTA = "END"
               DISPLAY "PRODUCT CODE, UPC OR SCALE BARCODE: "
           EVALUATE TRUE
               WHEN WS-SCAN-ENTRY(1:5) = "END"
                   MOVE "END" TO WS-COD-VENTA
               WHEN WS-SCAN-ENTRY = "COUPON"
                   PERFORM ACCEPT-COUPON
               WHEN WS-SCAN-ENTRY(6:8) = SPACES
                   MOVE WS-SCAN-ENTRY(1:5) TO WS-COD-VENTA
                   PERFORM ASK-QUANTITY-AND-POST
                           INVALID KEY
                               DISPLAY "ERROR FLAGGING QUOTE LINE: "
                                  FS-QUOTES
                               MOVE "CREATE-SELLS" TO ERP-PROGRAM
                               MOVE "POST-QUOTE-LINE" TO ERP-PARAGRAPH
                               MOVE "QUOTES.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-QUOTES TO ERP-STATUS
                               MOVE QUOTE-KEY TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               ADD 1 TO WS-QUOTE-LINES-POSTED
                       END-REWRITE
                  INTO INVOICE-LINE
           END-STRING.
           WRITE INVOICE-LINE.
           PERFORM PRINT-INVOICE-ADDRESSES.
           MOVE "PRODUCT              QTY    AMOUNT       PRICING"
              TO INVOICE-LINE.
           WRITE INVOICE-LINE.
                  INTO INVOICE-LINE
           END-STRING.
           WRITE INVOICE-LINE.
           IF WS-TXE-VALID
               MOVE SPACES TO INVOICE-LINE
               STRING "TAX EXEMPT - CERTIFICATE " DELIMITED BY SIZE
                      WS-TXE-CERTIFICATE DELIMITED BY SIZE
                      INTO INVOICE-LINE
               END-STRING
               WRITE INVOICE-LINE
           END-IF.
           IF WS-TXE-EXPIRED
               MOVE SPACES TO INVOICE-LINE
               STRING "EXEMPTION CERTIFICATE " DELIMITED BY SIZE
                      WS-TXE-CERTIFICATE DELIMITED BY SPACE
                      " EXPIRED " DELIMITED BY SIZE
                      WS-TXE-EXPIRY DELIMITED BY SIZE
                      " - TAX CHARGED" DELIMITED BY SIZE
                      INTO INVOICE-LINE
               END-STRING
               WRITE INVOICE-LINE
           END-IF.
           COMPUTE WS-INV-TOTAL = WS-INV-TOTAL + WS-INV-TAX.
           MOVE WS-INV-TOTAL TO WS-INV-AMOUNT-EDIT.
           STRING "TOTAL:              " DELIMITED BY SIZE
           WRITE INVOICE-LINE.
           DISPLAY "INVOICE WRITTEN TO INVOICE.TXT".

       PRINT-INVOICE-ADDRESSES.
           MOVE ZERO TO WS-ADDR-NUMBER.
           PERFORM GET-CUSTOMER-ADDRESS.
           IF WS-ADDR-ON-FILE
               MOVE "BILL TO:" TO INVOICE-LINE
               WRITE INVOICE-LINE
               PERFORM PRINT-ADDRESS-LINE
                  VARYING WS-ADDR-IDX FROM 1 BY 1
                  UNTIL WS-ADDR-IDX > 4
               MOVE "SHIP TO:" TO INVOICE-LINE
               WRITE INVOICE-LINE
               IF TICKET-SHIP-TO = ZERO
                   MOVE "  SAME AS BILL TO" TO INVOICE-LINE
                   WRITE INVOICE-LINE
               ELSE
                   MOVE TICKET-SHIP-TO TO WS-ADDR-NUMBER
                   PERFORM GET-CUSTOMER-ADDRESS
                   PERFORM PRINT-ADDRESS-LINE
                      VARYING WS-ADDR-IDX FROM 1 BY 1
                      UNTIL WS-ADDR-IDX > 4
               END-IF
           END-IF.

       PRINT-ADDRESS-LINE.
           IF WS-ADDRESS-LINE (WS-ADDR-IDX) NOT = SPACES
               STRING "  " DELIMITED BY SIZE
                      WS-ADDRESS-LINE (WS-ADDR-IDX) DELIMITED BY SIZE
                      INTO INVOICE-LINE
               END-STRING
               WRITE INVOICE-LINE
           END-IF.

       GET-CUSTOMER-ADDRESS.
           MOVE "G" TO WS-ADDR-ACTION.
           CALL "CUSTOMER-ADDRESS" USING WS-ADDR-ACTION
              WS-CLIENTE-VENTA WS-ADDR-NUMBER WS-ADDRESS-LINES
              WS-ADDR-RESULT.

       SELECT-SHIP-TO.
           MOVE ZERO TO WS-SHIP-TO.
           MOVE ZERO TO WS-ADDR-NUMBER.
           PERFORM GET-NEXT-SHIP-TO.
           IF WS-ADDR-FOUND
               DISPLAY "SHIP-TO ADDRESSES ON FILE:"
               PERFORM SHOW-ONE-SHIP-TO UNTIL NOT WS-ADDR-FOUND
               DISPLAY "SHIP-TO ADDRESS NUMBER (0 = BILL-TO): "
                  WITH NO ADVANCING
               ACCEPT WS-SHIP-TO
               IF WS-SHIP-TO > ZERO
                   MOVE WS-SHIP-TO TO WS-ADDR-NUMBER
                   PERFORM GET-CUSTOMER-ADDRESS
                   IF NOT WS-ADDR-FOUND
                       DISPLAY "SHIP-TO " WS-SHIP-TO
                          " NOT ON FILE - SHIPPING TO BILL-TO"
                       MOVE ZERO TO WS-SHIP-TO
                   END-IF
               END-IF
           END-IF.

       SHOW-ONE-SHIP-TO.
           DISPLAY "  " WS-ADDR-NUMBER " " WS-ADDRESS-LINE (2)(1:30)
              " " WS-ADDRESS-LINE (4)(1:30).
           PERFORM GET-NEXT-SHIP-TO.

       GET-NEXT-SHIP-TO.
           MOVE "N" TO WS-ADDR-ACTION.
           CALL "CUSTOMER-ADDRESS" USING WS-ADDR-ACTION
              WS-CLIENTE-VENTA WS-ADDR-NUMBER WS-ADDRESS-LINES
              WS-ADDR-RESULT.

       PRINT-INVOICE-LINE.
           COMPUTE WS-INV-AMOUNT =
              WS-INV-PRECIO (WS-INV-IDX) * WS-INV-QTY (WS-INV-IDX).
           IF WS-INV-SOURCE (WS-INV-IDX) = "COUPON"
               SUBTRACT WS-INV-AMOUNT FROM WS-INV-TOTAL
               MOVE "-" TO WS-INV-SIGN
           ELSE
               ADD WS-INV-AMOUNT TO WS-INV-TOTAL
               PERFORM LOOKUP-LINE-TAX-RATE
               COMPUTE WS-INV-TAX ROUNDED = WS-INV-TAX +
                  WS-INV-AMOUNT * WS-EFFECTIVE-RATE
               MOVE SPACE TO WS-INV-SIGN
           END-IF.
           MOVE WS-INV-AMOUNT TO WS-INV-AMOUNT-EDIT.
           STRING WS-INV-NAME (WS-INV-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INV-QTY (WS-INV-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INV-AMOUNT-EDIT DELIMITED BY SIZE
                  WS-INV-SIGN DELIMITED BY SIZE
                  WS-INV-SOURCE (WS-INV-IDX) DELIMITED BY SIZE
                  INTO INVOICE-LINE
           END-STRING.

       LOOKUP-LINE-TAX-RATE.
           MOVE WS-TAX-RATE TO WS-EFFECTIVE-RATE.
           IF WS-INV-SOURCE (WS-INV-IDX) = "FEE" OR WS-TXE-VALID
               MOVE ZERO TO WS-EFFECTIVE-RATE
           ELSE
               IF FS-TAXRATE-OK
                   MOVE WS-INV-CLASS (WS-INV-IDX) TO TAX-CLASS
                   READ TAXRATE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TAX-RATE TO WS-EFFECTIVE-RATE
                   END-READ
               END-IF
           END-IF.

       POST-ACCOUNT-BALANCE.
                       INVALID KEY
                           DISPLAY "ERROR UPDATING CUSTOMER "
                              "BALANCE: " FS-CLIENTES
                           MOVE "CREATE-SELLS" TO ERP-PROGRAM
                           MOVE "POST-ACCOUNT-BALANCE" TO ERP-PARAGRAPH
                           MOVE "clientes.idx" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CLIENTES TO ERP-STATUS
                           MOVE CLAVE-CLIENTE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "ACCOUNT BALANCE NOW "
                              CLIENTE-SALDO
                           PERFORM ADD-OPEN-INVOICE-ITEM
                   END-REWRITE
           END-READ.

       ADD-OPEN-INVOICE-ITEM.
           MOVE "I" TO WS-ARI-TYPE.
           ACCEPT WS-ARI-FECHA FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-ARI-REFERENCE.
           MOVE WS-POST-AMOUNT TO WS-ARI-AMOUNT.
           CALL "AR-ITEM-WRITER" USING WS-CLIENTE-VENTA WS-ARI-TYPE
              WS-ARI-FECHA WS-TICKET-NUMBER WS-ARI-REFERENCE
              WS-ARI-AMOUNT WS-ARI-RESULT.
           IF WS-ARI-RESULT NOT = "Y"
               DISPLAY "WARNING: OPEN ITEM NOT RECORDED FOR TICKET "
                  WS-TICKET-NUMBER
           END-IF.

       GET-TENDER-CODE.
           MOVE SPACE TO WS-TENDER.
           PERFORM UNTIL WS-TENDER-VALID
               DISPLAY "TENDER - C CASH / F FOREIGN CASH / T CARD / "
                  "A ACCOUNT / G GIFT CARD / L LAYAWAY / P PARK: "
                  WITH NO ADVANCING
               ACCEPT WS-TENDER
               MOVE FUNCTION UPPER-CASE(WS-TENDER) TO WS-TENDER
                   WHEN WS-TENDER = "P" AND NOT FS-PARKED-OK
                       DISPLAY "TICKET PARKING NOT AVAILABLE"
                       MOVE SPACE TO WS-TENDER
                   WHEN WS-TENDER = "F" AND NOT WS-CURRENCY-IS-OPEN
                       DISPLAY "FOREIGN CASH TENDER NOT AVAILABLE"
                       MOVE SPACE TO WS-TENDER
                   WHEN WS-TRAINING-ON AND (WS-TENDER = "G"
                      OR WS-TENDER = "L" OR WS-TENDER = "P"
                      OR WS-TENDER = "F")
                       DISPLAY "ONLY C/T/A TENDERS IN TRAINING "
                          "MODE"
                       MOVE SPACE TO WS-TENDER
                   WHEN WS-TENDER = "F"
                       PERFORM GET-FOREIGN-RATE
                   WHEN NOT WS-TENDER-VALID
                       DISPLAY "INVALID TENDER CODE"
               END-EVALUATE
           END-PERFORM.

       GET-FOREIGN-RATE.
           DISPLAY "CURRENCY CODE (3 characters, ex: USD): "
              WITH NO ADVANCING.
           ACCEPT WS-FX-CODE.
           MOVE FUNCTION UPPER-CASE(WS-FX-CODE) TO WS-FX-CODE.
           MOVE WS-FX-CODE TO CUR-CODE.
           ACCEPT CUR-RATE-DATE FROM DATE YYYYMMDD.
           READ CURRENCY-FILE
               INVALID KEY
                   DISPLAY "NO RATE ON FILE FOR " WS-FX-CODE
                      " TODAY - FOREIGN CASH REFUSED"
                   MOVE SPACE TO WS-TENDER
               NOT INVALID KEY
                   MOVE CUR-RATE TO WS-FX-RATE
                   DISPLAY CUR-DESCRIPTION " RATE TODAY: " CUR-RATE
           END-READ.

       GET-NEXT-TICKET-NUMBER.
           OPEN INPUT TICKET-CONTROL-FILE.
           IF FS-TICKET-CONTROL-OK
           WRITE TICKET-CONTROL-RECORD.
           CLOSE TICKET-CONTROL-FILE.

      * The price source and list price kept on the sale line. A
      * recalled parked line keeps what it was parked with; quoted
      * prices count as an override and a scale price is its own list.
       SET-LINE-PRICE-SOURCE.
           MOVE PROD-PRICE TO WS-LINE-LIST-PRICE.
           EVALUATE WS-PRICE-SOURCE
               WHEN "BASE"
                   MOVE "B" TO WS-LINE-SOURCE
               WHEN "CONTRACT"
                   MOVE "C" TO WS-LINE-SOURCE
               WHEN "TIER"
                   MOVE "T" TO WS-LINE-SOURCE
               WHEN "PROMO"
                   MOVE "P" TO WS-LINE-SOURCE
               WHEN "QTYBREAK"
                   MOVE "Q" TO WS-LINE-SOURCE
               WHEN "QUOTE"
                   MOVE "O" TO WS-LINE-SOURCE
               WHEN "SCALE"
                   MOVE "S" TO WS-LINE-SOURCE
                   MOVE WS-PRECIO-VENTA TO WS-LINE-LIST-PRICE
               WHEN OTHER
                   MOVE SPACE TO WS-LINE-SOURCE
           END-EVALUATE.
           IF WS-PARKED-SOURCE NOT = SPACE
               MOVE WS-PARKED-SOURCE TO WS-LINE-SOURCE
               MOVE WS-PARKED-LIST-PRICE TO WS-LINE-LIST-PRICE
           END-IF.

       RESOLVE-LINE-PRICE.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           CALL "PRICE-RESOLVER" USING WS-CLIENTE-VENTA CLIENTE-TIER
              WS-COD-VENTA PROD-PRICE WS-CANT-VENTA WS-HOY
              WS-PRECIO-VENTA WS-PRICE-SOURCE WS-PRC-CANDIDATES.
           EVALUATE TRUE
               WHEN WS-PRC-CONTRACT-STATUS = "A"
                   DISPLAY "CONTRACT PRICE APPLIED: "
                      WS-PRC-CONTRACT-PRICE
               WHEN WS-PRC-TIER-STATUS = "A"
                   DISPLAY "TIER PRICE APPLIED: " WS-PRC-TIER-PRICE
               WHEN WS-PRC-PROMO-STATUS = "A"
                   DISPLAY "PROMO PRICE APPLIED: " WS-PRC-PROMO-PRICE
           END-EVALUATE.
           IF WS-PRC-QB-STATUS = "A"
               DISPLAY "QUANTITY BREAK PRICE APPLIED: "
                  WS-PRECIO-VENTA
           END-IF.
                   INVALID KEY
                       DISPLAY "ERROR WRITING BACKORDER: "
                          FS-BACKORDER
                       MOVE "CREATE-SELLS" TO ERP-PROGRAM
                       MOVE "OFRECER-BACKORDER-REAL" TO ERP-PARAGRAPH
                       MOVE "BACKORDER.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-BACKORDER TO ERP-STATUS
                       MOVE BO-NUMBER TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       DISPLAY "BACKORDER " BO-NUMBER " RECORDED"
                       PERFORM RESERVE-BACKORDER-QTY
               END-WRITE
           ELSE
               PERFORM RECORD-LOST-SALE
           END-IF.

       RECORD-LOST-SALE.
           CALL "LOST-SALE-WRITER" USING WS-LOST-SOURCE WS-COD-VENTA
              WS-CANT-VENTA WS-CLIENTE-VENTA WS-OPERATOR-ID
              WS-LOST-RESULT.
           IF WS-LOST-RESULT NOT = "Y"
               DISPLAY "WARNING: LOST SALE NOT RECORDED"
           END-IF.

       OFFER-SUBSTITUTES.
           MOVE WS-COD-VENTA TO WS-SUBST-FOR.
           MOVE ZERO TO WS-SUBST-COUNT.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           MOVE WS-SUBST-FOR TO SUBST-PROD-CODE.
           MOVE ZERO TO SUBST-RANK.
           START SUBST-FILE KEY IS >= SUBST-KEY
               INVALID KEY
                   SET FS-SUBST-EOF TO TRUE
           END-START.
           IF NOT FS-SUBST-EOF
               PERFORM READ-NEXT-SUBSTITUTE
           END-IF.
           PERFORM SHOW-ONE-SUBSTITUTE UNTIL FS-SUBST-EOF.
           IF WS-SUBST-COUNT > ZERO
               PERFORM PICK-SUBSTITUTE
           END-IF.
           MOVE WS-SUBST-FOR TO WS-COD-VENTA.
           READ PRODUCTOS-FILE KEY IS WS-COD-VENTA
               INVALID KEY
                   CONTINUE
           END-READ.

       READ-NEXT-SUBSTITUTE.
           READ SUBST-FILE NEXT RECORD
               AT END
                   SET FS-SUBST-EOF TO TRUE
           END-READ.
           IF NOT FS-SUBST-EOF
               IF SUBST-PROD-CODE NOT = WS-SUBST-FOR
                   SET FS-SUBST-EOF TO TRUE
               END-IF
           END-IF.

       SHOW-ONE-SUBSTITUTE.
           MOVE SUBST-ALT-CODE TO WS-COD-VENTA.
           READ PRODUCTOS-FILE KEY IS WS-COD-VENTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT PROD-DISCONTINUED
                       PERFORM CHECK-IF-KIT
                       IF WS-AVAILABLE-QTY >= WS-CANT-VENTA
                           PERFORM SHOW-SUBSTITUTE-PRICE
                       END-IF
                   END-IF
           END-READ.
           PERFORM READ-NEXT-SUBSTITUTE.

       SHOW-SUBSTITUTE-PRICE.
           ADD 1 TO WS-SUBST-COUNT.
           IF WS-SUBST-COUNT = 1
               DISPLAY "SUBSTITUTES IN STOCK FOR " WS-SUBST-FOR ":"
           END-IF.
           CALL "PRICE-RESOLVER" USING WS-CLIENTE-VENTA CLIENTE-TIER
              WS-COD-VENTA PROD-PRICE WS-CANT-VENTA WS-HOY
              WS-SUBST-PRICE WS-SUBST-SOURCE WS-PRC-CANDIDATES.
           DISPLAY "  " SUBST-RANK " " PROD-CODE " " PROD-NAME
              " AVAILABLE: " WS-AVAILABLE-QTY
              " PRICE: " WS-SUBST-PRICE " (" WS-SUBST-SOURCE ")".

       PICK-SUBSTITUTE.
           DISPLAY "SELL A SUBSTITUTE INSTEAD? RANK (00 = NO): "
              WITH NO ADVANCING.
           MOVE ZERO TO WS-SUBST-PICK.
           ACCEPT WS-SUBST-PICK.
           IF WS-SUBST-PICK > ZERO
               MOVE WS-SUBST-FOR TO SUBST-PROD-CODE
               MOVE WS-SUBST-PICK TO SUBST-RANK
               READ SUBST-FILE
                   INVALID KEY
                       DISPLAY "NO SUBSTITUTE AT RANK " WS-SUBST-PICK
                   NOT INVALID KEY
                       MOVE SUBST-ALT-CODE TO WS-SUBST-CHOSEN
                       DISPLAY "SELLING " WS-SUBST-CHOSEN
                          " IN PLACE OF " WS-SUBST-FOR
               END-READ
           END-IF.

       RESERVE-BACKORDER-QTY.
                           INVALID KEY
                               DISPLAY "ERROR UPDATING BRANCH "
                                  "STOCK: " FS-BRANCH-STOCK
                               MOVE "CREATE-SELLS" TO ERP-PROGRAM
                               MOVE "DECREMENT-BRANCH-STOCK"
                                  TO ERP-PARAGRAPH
                               MOVE "BRANCHSTK.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-BRANCH-STOCK TO ERP-STATUS
                               MOVE BR-KEY TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               CONTINUE
                       END-REWRITE
                   REWRITE LOT-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING LOT: " FS-LOTS
                           MOVE "CREATE-SELLS" TO ERP-PROGRAM
                           MOVE "CONSUME-FROM-LOT" TO ERP-PARAGRAPH
                           MOVE "LOTS.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-LOTS TO ERP-STATUS
                           MOVE LOT-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           MOVE "N" TO WS-LOT-FOUND
                       NOT INVALID KEY
                           DISPLAY "PICK " WS-LOT-TAKE " FROM LOT "
           CLOSE SALE-CONTROL-FILE.

       CERRAR-TICKET.
           IF WS-DELIV-ROUTE NOT = SPACES AND WS-TICKET-LINES > ZERO
               PERFORM ADD-DELIVERY-CHARGE
           END-IF.
           IF WS-TRAINING-ON
               MOVE WS-TICKET-TOTAL TO WS-TICKET-TOTAL-EDIT
               DISPLAY "*** TRAINING *** TICKET TOTAL "
               MOVE WS-CLIENTE-VENTA TO TICKET-CLAVE-CLIENTE
               MOVE WS-TICKET-LINES TO TICKET-LINE-COUNT
               MOVE WS-TICKET-TOTAL TO TICKET-TOTAL
               MOVE WS-SHIP-TO TO TICKET-SHIP-TO
               MOVE WS-BRANCH TO TICKET-BRANCH
               WRITE TICKET-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING TICKET: " FS-TICKETS
                       MOVE "CREATE-SELLS" TO ERP-PROGRAM
                       MOVE "CERRAR-TICKET-LIVE" TO ERP-PARAGRAPH
                       MOVE "TICKETS.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-TICKETS TO ERP-STATUS
                       MOVE TICKET-NUMBER TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       MOVE WS-TICKET-TOTAL TO WS-TICKET-TOTAL-EDIT
                       DISPLAY "TICKET " TICKET-NUMBER " CLOSED - "
                       IF WS-TENDER = "G"
                           PERFORM REDEEM-GIFT-CARD
                       END-IF
                       IF WS-TENDER = "F"
                           PERFORM COLLECT-FOREIGN-CASH
                       END-IF
                       IF FS-INVOICE-OK
                           PERFORM PRINT-INVOICE
                       END-IF
                   INVALID KEY
                       DISPLAY "ERROR WRITING LAYAWAY LINE: "
                          FS-LAYAWAY
                       MOVE "CREATE-SELLS" TO ERP-PROGRAM
                       MOVE "WRITE-LAYAWAY-LINE" TO ERP-PARAGRAPH
                       MOVE "LAYAWAY.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-LAYAWAY TO ERP-STATUS
                       MOVE LAY-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-LAY-LINES
                       COMPUTE WS-LAY-TOTAL = WS-LAY-TOTAL +
                          WS-COD-VENTA " (ON HAND: " PROD-STOCK ")"
                   ELSE
                       PERFORM RESOLVE-LINE-PRICE
                       PERFORM SET-LINE-PRICE-SOURCE
                       PERFORM WRITE-PARKED-LINE
                   END-IF
           END-READ.
               MOVE WS-COD-VENTA TO PARK-PROD-CODE
               MOVE WS-CANT-VENTA TO PARK-QUANTITY
               MOVE WS-PRECIO-VENTA TO PARK-PRICE
               MOVE WS-LINE-SOURCE TO PARK-PRICE-SOURCE
               MOVE WS-LINE-LIST-PRICE TO PARK-LIST-PRICE
               WRITE PARKED-RECORD
                   INVALID KEY
                       DISPLAY "ERROR PARKING LINE (CODE IN "
                          "USE?): " FS-PARKED
                       MOVE "CREATE-SELLS" TO ERP-PROGRAM
                       MOVE "WRITE-PARKED-LINE" TO ERP-PARAGRAPH
                       MOVE "PARKED.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-PARKED TO ERP-STATUS
                       MOVE PARK-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-PARK-LINES
                       DISPLAY "PARKED " WS-CANT-VENTA " OF "
           MOVE PARK-QUANTITY TO WS-CANT-VENTA.
           MOVE "Y" TO WS-USA-PRECIO-QUOTE.
           MOVE PARK-PRICE TO WS-PRECIO-VENTA.
           MOVE PARK-PRICE-SOURCE TO WS-PARKED-SOURCE.
           MOVE PARK-LIST-PRICE TO WS-PARKED-LIST-PRICE.
           PERFORM SEARCH-AND-WRITE-VENTA.
           MOVE "N" TO WS-USA-PRECIO-QUOTE.
           MOVE SPACE TO WS-PARKED-SOURCE.
           MOVE ZERO TO WS-PARKED-LIST-PRICE.
           IF WS-VENTA-WAS-POSTED
               DELETE PARKED-FILE
                   INVALID KEY
                       DISPLAY "ERROR CLEARING PARKED LINE: "
                          FS-PARKED
                       MOVE "CREATE-SELLS" TO ERP-PROGRAM
                       MOVE "RECALL-ONE-PARKED-LINE" TO ERP-PARAGRAPH
                       MOVE "PARKED.DAT" TO ERP-FILE
                       MOVE "DELETE" TO ERP-OPERATION
                       MOVE FS-PARKED TO ERP-STATUS
                       MOVE PARK-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-PARK-LINES
               END-DELETE
           MOVE ZERO TO VENTA-QTY-RETURNED.
           MOVE SPACE TO VENTA-REVERSED.
           SET VENTA-CREDIT TO TRUE.
           MOVE WS-BRANCH TO VENTA-BRANCH.
           MOVE SPACE TO VENTA-PRICE-SOURCE.
           MOVE ZERO TO VENTA-LIST-PRICE.
           ACCEPT VENTA-FECHA FROM DATE YYYYMMDD.
           WRITE VENTAS-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING REDEMPTION LINE: "
                      FS-VENTAS
                   MOVE "CREATE-SELLS" TO ERP-PROGRAM
                   MOVE "WRITE-REDEMPTION-LINE" TO ERP-PARAGRAPH
                   MOVE "SELLS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-VENTAS TO ERP-STATUS
                   MOVE VENTA-NUMERO TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   MOVE ZERO TO WS-POINTS-REDEEMED
               NOT INVALID KEY
                   SUBTRACT WS-POINTS-DISCOUNT FROM WS-TICKET-TOTAL
                           INVALID KEY
                               DISPLAY "ERROR UPDATING POINTS: "
                                  FS-CLIENTES
                               MOVE "CREATE-SELLS" TO ERP-PROGRAM
                               MOVE "POST-LOYALTY-POINTS"
                                  TO ERP-PARAGRAPH
                               MOVE "clientes.idx" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-CLIENTES TO ERP-STATUS
                               MOVE CLAVE-CLIENTE TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               DISPLAY "POINTS BALANCE NOW "
                                  CLIENTE-PUNTOS
           REWRITE GIFTCARD-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING GIFT CARD: " FS-GIFTCARD
                   MOVE "CREATE-SELLS" TO ERP-PROGRAM
                   MOVE "DRAW-DOWN-CARD" TO ERP-PARAGRAPH
                   MOVE "GIFTCARD.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-GIFTCARD TO ERP-STATUS
                   MOVE GC-CARD-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   DISPLAY "GIFT CARD " GC-CARD-NUMBER
                      " BALANCE NOW " GC-BALANCE
                  "REPORT"
           END-IF.

       COLLECT-FOREIGN-CASH.
           COMPUTE WS-FX-DUE ROUNDED = WS-TICKET-TOTAL / WS-FX-RATE.
           MOVE WS-FX-DUE TO WS-TICKET-TOTAL-EDIT.
           DISPLAY "AMOUNT DUE IN " WS-FX-CODE ": "
              WS-TICKET-TOTAL-EDIT.
           MOVE ZERO TO WS-FX-TENDERED.
           PERFORM UNTIL WS-FX-TENDERED >= WS-FX-DUE
               DISPLAY WS-FX-CODE " CASH RECEIVED (ex: 20.00): "
                  WITH NO ADVANCING
               ACCEPT WS-FX-AMOUNT-EDIT
               COMPUTE WS-FX-TENDERED =
                  FUNCTION NUMVAL(WS-FX-AMOUNT-EDIT)
               IF WS-FX-TENDERED < WS-FX-DUE
                   DISPLAY "LESS THAN THE AMOUNT DUE"
               END-IF
           END-PERFORM.
           COMPUTE WS-FX-CHANGE ROUNDED =
              WS-FX-TENDERED * WS-FX-RATE - WS-TICKET-TOTAL.
           IF WS-FX-CHANGE < ZERO
               MOVE ZERO TO WS-FX-CHANGE
           END-IF.
           MOVE WS-FX-CHANGE TO WS-TICKET-TOTAL-EDIT.
           DISPLAY "CHANGE IN LOCAL CURRENCY: " WS-TICKET-TOTAL-EDIT.
           PERFORM WRITE-FOREIGN-TENDER.

       WRITE-FOREIGN-TENDER.
           IF FS-FXTEND-OK
               ACCEPT FX-FECHA FROM DATE YYYYMMDD
               MOVE WS-TICKET-NUMBER TO FX-TICKET
               MOVE WS-FX-CODE TO FX-CURRENCY
               MOVE WS-FX-RATE TO FX-RATE
               MOVE WS-TICKET-TOTAL TO FX-LOCAL-DUE
               MOVE WS-FX-TENDERED TO FX-FOREIGN-TENDERED
               MOVE WS-FX-CHANGE TO FX-CHANGE-LOCAL
               MOVE WS-OPERATOR-ID TO FX-OPERATOR
               WRITE FXTEND-RECORD
           END-IF.

       SEARCH-AND-WRITE-VENTA.
           MOVE SPACES TO WS-SUBST-CHOSEN.
           PERFORM SEARCH-AND-WRITE-ONE-VENTA.
           IF WS-SUBST-CHOSEN NOT = SPACES
               MOVE WS-SUBST-CHOSEN TO WS-COD-VENTA
               MOVE SPACES TO WS-SUBST-CHOSEN
               MOVE "Y" TO WS-SUBST-PASS
               PERFORM SEARCH-AND-WRITE-ONE-VENTA
               MOVE "N" TO WS-SUBST-PASS
           END-IF.

       SEARCH-AND-WRITE-ONE-VENTA.
       MOVE "N" TO WS-VENTA-POSTED
       MOVE ZERO TO WS-LOTPICK-COUNT
       DISPLAY "Searching Code: " WS-COD-VENTA
            IF WS-AVAILABLE-QTY < WS-CANT-VENTA
                DISPLAY "INSUFFICIENT STOCK FOR: " WS-COD-VENTA
                   " (AVAILABLE: " WS-AVAILABLE-QTY ")"
                IF WS-SUBST-IS-OPEN AND NOT WS-SELLING-SUBST
                   AND NOT WS-QUOTE-PRICE-YES
                   AND NOT WS-SCALE-PRICE-YES
                    PERFORM OFFER-SUBSTITUTES
                END-IF
                IF WS-SUBST-CHOSEN = SPACES
                    PERFORM OFRECER-BACKORDER
                END-IF
            ELSE
             EVALUATE TRUE
                 WHEN WS-QUOTE-PRICE-YES
                 WHEN OTHER
                     PERFORM RESOLVE-LINE-PRICE
             END-EVALUATE
             PERFORM SET-LINE-PRICE-SOURCE
             PERFORM CHECK-BELOW-COST-PRICE
             IF NOT WS-LINE-IS-ALLOWED
                DISPLAY "LINE REFUSED - BELOW-COST PRICE NOT "
                   WS-PRECIO-VENTA * WS-CANT-VENTA
                PERFORM WRITE-EJOURNAL-EVENT
             ELSE
             IF WS-TENDER = "A" AND WS-GROUP-SALDO + WS-TICKET-TOTAL
                + (WS-PRECIO-VENTA * WS-CANT-VENTA) >
                WS-GROUP-LIMITE
                DISPLAY "SALE WOULD PUT " NOMBRE-CLIENTE
                   " OVER THE CREDIT LIMIT OF "
                   WS-GROUP-LIMITE " - LINE REFUSED"
                IF WS-GROUP-CODE NOT = WS-CLIENTE-VENTA
                   DISPLAY "(GROUP LIMIT HELD ON PARENT ACCOUNT "
                      WS-GROUP-CODE ")"
                END-IF
                MOVE "LR" TO WS-EJ-EVENT
                COMPUTE WS-EJ-AMOUNT =
                   WS-PRECIO-VENTA * WS-CANT-VENTA
                PERFORM WRITE-EJOURNAL-EVENT
             ELSE
             PERFORM CHECK-RESTRICTED-PRODUCT
             IF NOT WS-LINE-IS-ALLOWED
                MOVE "LR" TO WS-EJ-EVENT
                COMPUTE WS-EJ-AMOUNT =
                   WS-PRECIO-VENTA * WS-CANT-VENTA
                    PERFORM WRITE-VENTA-LINE
                ELSE
                    IF WS-KIT-IS-A-KIT
                       AND PROD-STOCK < WS-CANT-VENTA
                        PERFORM EXPLODE-KIT-COMPONENTS
                        IF WS-KIT-EXPLODE-OK
                            PERFORM WRITE-VENTA-LINE
                END-IF
             END-IF
             END-IF
             END-IF
            END-IF
       END-READ.

           MOVE ZERO TO VENTA-QTY-RETURNED.
           MOVE SPACE TO VENTA-REVERSED.
           SET VENTA-SALE TO TRUE.
           MOVE WS-BRANCH TO VENTA-BRANCH.
           MOVE WS-LINE-SOURCE TO VENTA-PRICE-SOURCE.
           MOVE WS-LINE-LIST-PRICE TO VENTA-LIST-PRICE.
           ACCEPT VENTA-FECHA FROM DATE YYYYMMDD.
           IF WS-TRAINING-ON
               MOVE VENTAS-RECORD TO TRAIN-VENTA-REC
               COMPUTE WS-LINE-POINTS =
                  WS-PRECIO-VENTA * WS-CANT-VENTA
               ADD WS-LINE-POINTS TO WS-POINTS-EARNED
               IF PROD-UNITS-PER-CASE > ZERO
                   DIVIDE WS-CANT-VENTA BY PROD-UNITS-PER-CASE
                      GIVING WS-LINE-CASES
                   ADD WS-LINE-CASES TO WS-TICKET-CASES
               END-IF
               IF PROD-IS-SERIALIZED AND FS-SERIAL-OK
                  AND NOT WS-TRAINING-ON
                   PERFORM CAPTURE-SOLD-SERIALS
               IF WS-LOTPICK-COUNT > ZERO AND FS-SALELOT-OK
                   PERFORM WRITE-SALE-LOT-RECORDS
               END-IF
               IF WS-TXE-VALID AND NOT WS-TRAINING-ON
                   PERFORM LOG-EXEMPT-LINE
               END-IF
               DISPLAY "REGISTER SELL: " WS-COD-VENTA
               IF WS-CPL-COUNT < 50
                   ADD 1 TO WS-CPL-COUNT
                   MOVE WS-COD-VENTA TO WS-CPL-CODE (WS-CPL-COUNT)
                   MOVE PROD-CATEGORY TO
                      WS-CPL-CATEGORY (WS-CPL-COUNT)
                   MOVE WS-CANT-VENTA TO WS-CPL-QTY (WS-CPL-COUNT)
                   MOVE WS-PRECIO-VENTA TO
                      WS-CPL-PRECIO (WS-CPL-COUNT)
                   MOVE ZERO TO WS-CPL-USED (WS-CPL-COUNT)
               END-IF
               IF WS-INV-COUNT < 50
                   ADD 1 TO WS-INV-COUNT
                   MOVE PROD-NAME TO
               COMPUTE WS-EJ-AMOUNT =
                  WS-PRECIO-VENTA * WS-CANT-VENTA
               PERFORM WRITE-EJOURNAL-EVENT
               IF PROD-FEE-CODE NOT = SPACES AND WS-FEERATE-IS-OPEN
                   PERFORM WRITE-FEE-LINE
               END-IF
           ELSE
               DISPLAY "ERROR WRITE SELL"
           END-IF.

       WRITE-FEE-LINE.
           MOVE PROD-FEE-CODE TO FEE-CODE.
           READ FEERATE-FILE
               INVALID KEY
                   DISPLAY "FEE CODE " PROD-FEE-CODE " NOT ON FILE - "
                      "NO FEE CHARGED FOR " WS-COD-VENTA
               NOT INVALID KEY
                   IF FEE-AMOUNT > ZERO
                       PERFORM WRITE-FEE-VENTA
                   END-IF
           END-READ.

       WRITE-FEE-VENTA.
           IF WS-TRAINING-ON
               ADD 1 TO WS-TRAIN-SALE-NUMBER
               MOVE WS-TRAIN-SALE-NUMBER TO VENTA-NUMERO
           ELSE
               PERFORM GET-NEXT-SALE-NUMBER
               MOVE WS-SALE-NUMBER TO VENTA-NUMERO
           END-IF.
           MOVE WS-TICKET-NUMBER TO VENTA-TICKET.
           MOVE WS-COD-VENTA TO VENTA-CODIGO.
           MOVE WS-CANT-VENTA TO VENTA-CANTIDAD.
           MOVE WS-CLIENTE-VENTA TO VENTA-CLAVE-CLIENTE.
           MOVE FEE-AMOUNT TO VENTA-PRECIO.
           MOVE WS-TENDER TO VENTA-TENDER.
           MOVE WS-OPERATOR-ID TO VENTA-OPERADOR.
           MOVE ZERO TO VENTA-QTY-RETURNED.
           MOVE SPACE TO VENTA-REVERSED.
           SET VENTA-FEE TO TRUE.
           MOVE WS-BRANCH TO VENTA-BRANCH.
           MOVE SPACE TO VENTA-PRICE-SOURCE.
           MOVE ZERO TO VENTA-LIST-PRICE.
           ACCEPT VENTA-FECHA FROM DATE YYYYMMDD.
           IF WS-TRAINING-ON
               MOVE VENTAS-RECORD TO TRAIN-VENTA-REC
               WRITE TRAIN-VENTA-REC
               MOVE "00" TO FS-VENTAS
           ELSE
               WRITE VENTAS-RECORD
           END-IF.
           IF FS-VENTAS = "00"
               COMPUTE WS-FEE-LINE-AMOUNT = FEE-AMOUNT * WS-CANT-VENTA
               ADD 1 TO WS-TICKET-LINES
               ADD WS-FEE-LINE-AMOUNT TO WS-REVENUE-TOTAL
               ADD WS-FEE-LINE-AMOUNT TO WS-TICKET-TOTAL
               DISPLAY "  + " FEE-DESCRIPTION " " WS-CANT-VENTA
                  " @ " FEE-AMOUNT
               IF WS-INV-COUNT < 50
                   ADD 1 TO WS-INV-COUNT
                   MOVE FEE-DESCRIPTION TO
                      WS-INV-NAME (WS-INV-COUNT)
                   MOVE WS-CANT-VENTA TO
                      WS-INV-QTY (WS-INV-COUNT)
                   MOVE FEE-AMOUNT TO
                      WS-INV-PRECIO (WS-INV-COUNT)
                   MOVE SPACE TO
                      WS-INV-CLASS (WS-INV-COUNT)
                   MOVE "FEE" TO
                      WS-INV-SOURCE (WS-INV-COUNT)
               END-IF
               IF NOT WS-TRAINING-ON
                   PERFORM WRITE-CHECKPOINT
               END-IF
               MOVE "LN" TO WS-EJ-EVENT
               MOVE WS-FEE-LINE-AMOUNT TO WS-EJ-AMOUNT
               PERFORM WRITE-EJOURNAL-EVENT
           ELSE
               DISPLAY "ERROR WRITE FEE LINE FOR " WS-COD-VENTA
           END-IF.

      * A ticket for a customer on a delivery route carries the
      * route's delivery charge as a non-stock line, shown even when
      * the free-over threshold waives it
       ADD-DELIVERY-CHARGE.
           MOVE WS-TICKET-TOTAL TO WS-DLV-GOODS-VALUE.
           CALL "DELIVERY-CHARGE" USING WS-DELIV-ROUTE
              WS-DLV-GOODS-VALUE WS-TICKET-CASES WS-DLV-CHARGE
              WS-DLV-RESULT.
           IF WS-DLV-RULE-FOUND
               PERFORM WRITE-DELIVERY-VENTA
           ELSE
               DISPLAY "NO DELIVERY CHARGE RULE FOR ROUTE "
                  WS-DELIV-ROUTE " - NO CHARGE ADDED"
           END-IF.

       WRITE-DELIVERY-VENTA.
           IF WS-TRAINING-ON
               ADD 1 TO WS-TRAIN-SALE-NUMBER
               MOVE WS-TRAIN-SALE-NUMBER TO VENTA-NUMERO
           ELSE
               PERFORM GET-NEXT-SALE-NUMBER
               MOVE WS-SALE-NUMBER TO VENTA-NUMERO
           END-IF.
           MOVE WS-TICKET-NUMBER TO VENTA-TICKET.
           MOVE WS-DELIV-ROUTE TO VENTA-CODIGO.
           MOVE 1 TO VENTA-CANTIDAD.
           MOVE WS-CLIENTE-VENTA TO VENTA-CLAVE-CLIENTE.
           MOVE WS-DLV-CHARGE TO VENTA-PRECIO.
           MOVE WS-TENDER TO VENTA-TENDER.
           MOVE WS-OPERATOR-ID TO VENTA-OPERADOR.
           MOVE ZERO TO VENTA-QTY-RETURNED.
           MOVE SPACE TO VENTA-REVERSED.
           SET VENTA-DELIVERY-CHG TO TRUE.
           MOVE WS-BRANCH TO VENTA-BRANCH.
           MOVE SPACE TO VENTA-PRICE-SOURCE.
           MOVE ZERO TO VENTA-LIST-PRICE.
           ACCEPT VENTA-FECHA FROM DATE YYYYMMDD.
           IF WS-TRAINING-ON
               MOVE VENTAS-RECORD TO TRAIN-VENTA-REC
               WRITE TRAIN-VENTA-REC
               MOVE "00" TO FS-VENTAS
           ELSE
               WRITE VENTAS-RECORD
           END-IF.
           IF FS-VENTAS = "00"
               ADD 1 TO WS-TICKET-LINES
               ADD WS-DLV-CHARGE TO WS-REVENUE-TOTAL
               ADD WS-DLV-CHARGE TO WS-TICKET-TOTAL
               DISPLAY "  + DELIVERY ROUTE " WS-DELIV-ROUTE " "
                  WS-DLV-CHARGE
               IF WS-INV-COUNT < 50
                   ADD 1 TO WS-INV-COUNT
                   MOVE "DELIVERY CHARGE" TO
                      WS-INV-NAME (WS-INV-COUNT)
                   MOVE 1 TO WS-INV-QTY (WS-INV-COUNT)
                   MOVE WS-DLV-CHARGE TO
                      WS-INV-PRECIO (WS-INV-COUNT)
                   MOVE SPACE TO
                      WS-INV-CLASS (WS-INV-COUNT)
                   MOVE "FEE" TO
                      WS-INV-SOURCE (WS-INV-COUNT)
               END-IF
               IF NOT WS-TRAINING-ON
                   PERFORM WRITE-CHECKPOINT
               END-IF
               MOVE "LN" TO WS-EJ-EVENT
               MOVE WS-DLV-CHARGE TO WS-EJ-AMOUNT
               PERFORM WRITE-EJOURNAL-EVENT
           ELSE
               DISPLAY "ERROR WRITE DELIVERY CHARGE LINE"
           END-IF.

       ACCEPT-COUPON.
           IF NOT WS-COUPON-IS-OPEN
               DISPLAY "COUPON.DAT NOT AVAILABLE - COUPON REFUSED"
           ELSE
               DISPLAY "COUPON CODE: " WITH NO ADVANCING
               ACCEPT CPN-CODE
               READ COUPON-FILE
                   INVALID KEY
                       DISPLAY "COUPON NOT ON FILE: " CPN-CODE
                   NOT INVALID KEY
                       PERFORM VALIDATE-COUPON
               END-READ
           END-IF.

       VALIDATE-COUPON.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           IF WS-HOY < CPN-START-DATE OR WS-HOY > CPN-END-DATE
               DISPLAY "COUPON " CPN-CODE " NOT VALID TODAY - GOOD "
                  CPN-START-DATE " TO " CPN-END-DATE
           ELSE
               PERFORM FIND-COUPON-LINE
               IF WS-CPL-HIT = ZERO
                   DISPLAY "NO QUALIFYING ITEM ON THIS TICKET FOR "
                      "COUPON " CPN-CODE
               ELSE
                   PERFORM WRITE-COUPON-VENTA
               END-IF
           END-IF.

       FIND-COUPON-LINE.
           MOVE ZERO TO WS-CPL-HIT.
           PERFORM VARYING WS-CPL-SUB FROM 1 BY 1
              UNTIL WS-CPL-SUB > WS-CPL-COUNT OR WS-CPL-HIT > ZERO
               IF ((CPN-PROD-CODE NOT = SPACES
                    AND WS-CPL-CODE (WS-CPL-SUB) = CPN-PROD-CODE)
                OR (CPN-PROD-CODE = SPACES
                    AND WS-CPL-CATEGORY (WS-CPL-SUB) = CPN-CATEGORY))
                AND WS-CPL-USED (WS-CPL-SUB) < WS-CPL-QTY (WS-CPL-SUB)
                AND CPN-FACE-VALUE <= WS-CPL-PRECIO (WS-CPL-SUB)
                   MOVE WS-CPL-SUB TO WS-CPL-HIT
               END-IF
           END-PERFORM.

       WRITE-COUPON-VENTA.
           IF WS-TRAINING-ON
               ADD 1 TO WS-TRAIN-SALE-NUMBER
               MOVE WS-TRAIN-SALE-NUMBER TO VENTA-NUMERO
           ELSE
               PERFORM GET-NEXT-SALE-NUMBER
               MOVE WS-SALE-NUMBER TO VENTA-NUMERO
           END-IF.
           MOVE WS-CPL-CODE (WS-CPL-HIT) TO WS-COD-VENTA.
           MOVE 1 TO WS-CANT-VENTA.
           MOVE WS-TICKET-NUMBER TO VENTA-TICKET.
           MOVE WS-COD-VENTA TO VENTA-CODIGO.
           MOVE WS-CANT-VENTA TO VENTA-CANTIDAD.
           MOVE WS-CLIENTE-VENTA TO VENTA-CLAVE-CLIENTE.
           MOVE CPN-FACE-VALUE TO VENTA-PRECIO.
           MOVE WS-TENDER TO VENTA-TENDER.
           MOVE WS-OPERATOR-ID TO VENTA-OPERADOR.
           MOVE ZERO TO VENTA-QTY-RETURNED.
           MOVE SPACE TO VENTA-REVERSED.
           IF CPN-MFR-ISSUED
               SET VENTA-MFR-COUPON TO TRUE
           ELSE
               SET VENTA-STORE-COUPON TO TRUE
           END-IF.
           MOVE WS-BRANCH TO VENTA-BRANCH.
           MOVE SPACE TO VENTA-PRICE-SOURCE.
           MOVE ZERO TO VENTA-LIST-PRICE.
           ACCEPT VENTA-FECHA FROM DATE YYYYMMDD.
           IF WS-TRAINING-ON
               MOVE VENTAS-RECORD TO TRAIN-VENTA-REC
               WRITE TRAIN-VENTA-REC
               MOVE "00" TO FS-VENTAS
           ELSE
               WRITE VENTAS-RECORD
           END-IF.
           IF FS-VENTAS = "00"
               ADD 1 TO WS-CPL-USED (WS-CPL-HIT)
               ADD 1 TO WS-TICKET-LINES
               SUBTRACT CPN-FACE-VALUE FROM WS-REVENUE-TOTAL
               SUBTRACT CPN-FACE-VALUE FROM WS-TICKET-TOTAL
               MOVE CPN-FACE-VALUE TO WS-LINE-POINTS
               IF WS-LINE-POINTS > WS-POINTS-EARNED
                   MOVE ZERO TO WS-POINTS-EARNED
               ELSE
                   SUBTRACT WS-LINE-POINTS FROM WS-POINTS-EARNED
               END-IF
               DISPLAY "  - COUPON " CPN-DESCRIPTION " ON "
                  WS-COD-VENTA " " CPN-FACE-VALUE
               IF WS-INV-COUNT < 50
                   ADD 1 TO WS-INV-COUNT
                   MOVE CPN-DESCRIPTION TO
                      WS-INV-NAME (WS-INV-COUNT)
                   MOVE 1 TO WS-INV-QTY (WS-INV-COUNT)
                   MOVE CPN-FACE-VALUE TO
                      WS-INV-PRECIO (WS-INV-COUNT)
                   MOVE SPACE TO WS-INV-CLASS (WS-INV-COUNT)
                   MOVE "COUPON" TO WS-INV-SOURCE (WS-INV-COUNT)
               END-IF
               IF NOT WS-TRAINING-ON
                   PERFORM WRITE-COUPON-REDEMPTION
                   PERFORM WRITE-CHECKPOINT
               END-IF
               MOVE "CP" TO WS-EJ-EVENT
               COMPUTE WS-EJ-AMOUNT = ZERO - CPN-FACE-VALUE
               PERFORM WRITE-EJOURNAL-EVENT
           ELSE
               DISPLAY "ERROR WRITE COUPON LINE FOR " CPN-CODE
           END-IF.

       WRITE-COUPON-REDEMPTION.
           IF FS-CPNRED-OK
               MOVE VENTA-NUMERO TO CR-SALE-NUMBER
               MOVE VENTA-FECHA TO CR-FECHA
               MOVE VENTA-TICKET TO CR-TICKET
               MOVE CPN-CODE TO CR-COUPON-CODE
               MOVE VENTA-CODIGO TO CR-PROD-CODE
               MOVE CPN-ISSUER-TYPE TO CR-ISSUER-TYPE
               MOVE CPN-ISSUER-CODE TO CR-ISSUER-CODE
               MOVE CPN-FACE-VALUE TO CR-FACE-VALUE
               MOVE VENTA-CLAVE-CLIENTE TO CR-CLAVE-CLIENTE
               WRITE CPNRED-RECORD
           END-IF.

       WRITE-SALE-LOT-RECORDS.
           PERFORM WRITE-ONE-SALE-LOT
              VARYING WS-LOTPICK-SUB FROM 1 BY 1
                           INVALID KEY
                               DISPLAY "ERROR UPDATING SERIAL: "
                                  FS-SERIAL
                               MOVE "CREATE-SELLS" TO ERP-PROGRAM
                               MOVE "TRY-ONE-SERIAL" TO ERP-PARAGRAPH
                               MOVE "SERIAL.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-SERIAL TO ERP-STATUS
                               MOVE SER-KEY TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               MOVE "Y" TO WS-SERIAL-TAKEN
                       END-REWRITE
           IF WS-KIT-IS-A-KIT
               MOVE WS-KIT-AVAIL TO WS-AVAILABLE-QTY
               PERFORM REREAD-KIT-PRODUCT
      * Kits built ahead by KIT-WORK-ORDER sell from their own stock
               IF PROD-STOCK > WS-AVAILABLE-QTY
                   MOVE PROD-STOCK TO WS-AVAILABLE-QTY
               END-IF
           END-IF.

       READ-NEXT-KIT-COMPONENT.

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE WS-BRANCH TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
           CLOSE TICKETS-FILE
           CLOSE BACKORDER-FILE
           CLOSE QUOTES-FILE
           IF FS-TAXRATE-OK
               CLOSE TAXRATE-FILE
           END-IF
           IF WS-SUBST-IS-OPEN
               CLOSE SUBST-FILE
           END-IF
           IF WS-FEERATE-IS-OPEN
               CLOSE FEERATE-FILE
           END-IF
           IF WS-COUPON-IS-OPEN
               CLOSE COUPON-FILE
           END-IF
           IF WS-CURRENCY-IS-OPEN
               CLOSE CURRENCY-FILE
           END-IF
           IF FS-FXTEND-OK
               CLOSE FXTEND-FILE
           END-IF
           IF FS-CPNRED-OK
               CLOSE CPNRED-FILE
           END-IF
           IF FS-LOTS-OK
               CLOSE LOTS-FILE
