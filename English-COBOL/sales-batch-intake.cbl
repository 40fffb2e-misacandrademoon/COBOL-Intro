      *          backordered with its BO number, or rejected with
      *          the reason - so the web store can update order
      *          status. BACKORDER-FILL appends to the same feed
      *          when it later converts a backorder. A line short of
      *          stock also names the first in-stock substitute from
      *          SUBST.DAT, with its price, on its acknowledgment so
      *          the web store can offer it to the shopper. Products
      *          carrying a deposit or environmental fee code get the
      *          fee from FEERATE.DAT posted as its own fee line on
      *          the same ticket. A "*DLV*" line from STANDING-ORDER-
      *          GENERATE closes a route customer's order: the goods
      *          posted for that customer since their last such line
      *          are run through DELIVERY-CHARGE and the route's
      *          charge is posted as a delivery line on its own
      *          ticket. Lines replayed after a restart add nothing,
      *          so a delivery is never charged twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT TICKETS-FILE ASSIGN TO "TICKETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACK.

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

           SELECT BACKORDER-FILE ASSIGN TO "BACKORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  BACKORDER-FILE.
       COPY BACKORDER-RECORD.

       FD  SUBST-FILE.
       COPY SUBST-RECORD.

       FD  FEERATE-FILE.
       COPY FEERATE-RECORD.

       FD  BO-CONTROL-FILE.
       01  BO-CONTROL-RECORD.
           05 BOCTL-LAST-NUMBER   PIC 9(06).
           88 FS-ACK-OK         VALUE "00".
           88 FS-ACK-NOT-EXIST  VALUE "35".

       01  FS-SUBST             PIC XX.
           88 FS-SUBST-OK       VALUE "00".
           88 FS-SUBST-EOF      VALUE "10".
       01  WS-SUBST-OPEN        PIC X VALUE "N".
           88 WS-SUBST-IS-OPEN  VALUE "Y".
       01  WS-SUBST-CODE        PIC X(5).
       01  WS-SUBST-PRICE       PIC 9(7).99.
       01  FS-FEERATE           PIC XX.
           88 FS-FEERATE-OK     VALUE "00".
       01  WS-FEERATE-OPEN      PIC X VALUE "N".
           88 WS-FEERATE-IS-OPEN VALUE "Y".
       01  WS-FEE-LINE-AMOUNT   PIC 9(7)V99.
       01  WS-FEE-LINES         PIC 9.

       01  FS-BACKORDER         PIC XX.
           88 FS-BACKORDER-OK   VALUE "00".
           88 FS-BACKORDER-NOT-EXIST VALUE "35".
       01  WS-RSV-RESERVED      PIC 9(7).
       01  WS-RSV-RESULT        PIC X.

       01  WS-TXE-ACTION        PIC X.
       01  WS-TXE-FECHA         PIC 9(8).
       01  WS-TXE-CLASS         PIC X.
       01  WS-TXE-AMOUNT        PIC S9(9)V99.
       01  WS-TXE-CERTIFICATE   PIC X(20).
       01  WS-TXE-TYPE          PIC X.
       01  WS-TXE-EXPIRY        PIC 9(8).
       01  WS-TXE-RESULT        PIC X.
           88 WS-TXE-VALID      VALUE "V".
           88 WS-TXE-EXPIRED    VALUE "X".
       01  WS-TXE-LOG-RESULT    PIC X.
       01  WS-EXEMPT-COUNT      PIC 9(5) VALUE ZERO.

       01  WS-SUS-SOURCE        PIC X(17).
       01  WS-SUS-REASON        PIC X(30).
       01  WS-SUS-DATA          PIC X(80).
       01  WS-FIELD-CODE        PIC X(5).
       01  WS-FIELD-QTY         PIC X(7).
       01  WS-FIELD-CUSTOMER    PIC X(10).
       01  WS-LOST-SOURCE       PIC X(2) VALUE "WB".
       01  WS-LOST-OPERATOR     PIC 9(5) VALUE ZERO.
       01  WS-LOST-RESULT       PIC X.
       01  WS-CANT-VENTA        PIC 9(5).

       01  WS-DLV-CUSTOMER      PIC X(10) VALUE SPACES.
       01  WS-DLV-ROUTE         PIC X(2).
       01  WS-DLV-GOODS-VALUE   PIC 9(9)V99 VALUE ZERO.
       01  WS-DLV-CASES         PIC 9(5) VALUE ZERO.
       01  WS-LINE-CASES        PIC 9(5).
       01  WS-DLV-CHARGE        PIC 9(7)V99.
       01  WS-DLV-RESULT        PIC X.
           88 WS-DLV-RULE-FOUND VALUE "Y".

       01  WS-TICKET-NUMBER     PIC 9(6).
       01  WS-SALE-NUMBER       PIC 9(8).

       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ELSE
               IF NOT FS-INTAKE-OK
                   DISPLAY "ERROR OPENING SALESIN.TXT: " FS-INTAKE
                   MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "SALESIN.TXT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-INTAKE TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF NOT FS-REJECT-OK
               DISPLAY "ERROR CREATING SALESREJ.TXT: " FS-REJECT
               MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SALESREJ.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-REJECT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           PERFORM TAKE-PRODUCTS-LOCK.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O VENTAS-FILE.
           IF FS-VENTAS-NOT-EXIST
           END-IF.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O TICKETS-FILE.
           IF FS-TICKETS-NOT-EXIST
           END-IF.
           IF NOT FS-TICKETS-OK
               DISPLAY "ERROR OPENING TICKETS.DAT: " FS-TICKETS
               MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "TICKETS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-TICKETS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF FS-AUDIT-NOT-EXIST
           END-IF.
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND ACK-FILE.
           IF FS-ACK-NOT-EXIST
           END-IF.
           IF NOT FS-ACK-OK
               DISPLAY "ERROR OPENING SALESACK.TXT: " FS-ACK
               MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SALESACK.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ACK TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT SUBST-FILE.
           IF FS-SUBST-OK
               MOVE "Y" TO WS-SUBST-OPEN
           ELSE
               DISPLAY "SUBST.DAT NOT AVAILABLE - NO SUBSTITUTES "
                  "REPORTED"
           END-IF.
           OPEN INPUT FEERATE-FILE.
           IF FS-FEERATE-OK
               MOVE "Y" TO WS-FEERATE-OPEN
           ELSE
               DISPLAY "FEERATE.DAT NOT AVAILABLE - NO DEPOSIT OR "
                  "ENVIRONMENTAL FEES CHARGED"
           END-IF.
           OPEN I-O BACKORDER-FILE.
           IF FS-BACKORDER-NOT-EXIST
           END-IF.
           IF NOT FS-BACKORDER-OK
               DISPLAY "ERROR OPENING BACKORDER.DAT: " FS-BACKORDER
               MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "BACKORDER.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-BACKORDER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-MOVES-FILE.
           END-IF.
           IF NOT FS-MOVES-OK
               DISPLAY "ERROR OPENING STOCKMOVES.DAT: " FS-MOVES
               MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
               MOVE "OPEN-MOVES-FILE" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-CHECKPOINT.

       POST-INTAKE-LINE.
           ADD 1 TO WS-LINES-READ.
           MOVE SPACES TO WS-SUBST-CODE.
           PERFORM SPLIT-INTAKE-LINE.
           EVALUATE TRUE
               WHEN WS-FIELD-COUNT NOT = 3
                   MOVE "MALFORMED LINE" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN WS-FIELD-CODE = "*DLV*"
                   PERFORM POST-DELIVERY-MARKER
               WHEN FUNCTION TEST-NUMVAL(WS-FIELD-QTY) NOT = 0
                  OR FUNCTION NUMVAL(WS-FIELD-QTY) = 0
                   MOVE "INVALID QUANTITY" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   COMPUTE WS-CANT-VENTA =
                      FUNCTION NUMVAL(WS-FIELD-QTY)
                   PERFORM VALIDATE-AND-POST
           END-EVALUATE.
           PERFORM READ-NEXT-INTAKE-LINE.

       SPLIT-INTAKE-LINE.
               NOT INVALID KEY
                   PERFORM COMPUTE-AVAILABLE-TO-SELL
                   IF WS-AVAILABLE-QTY < WS-CANT-VENTA
                       IF WS-SUBST-IS-OPEN
                           PERFORM FIND-SUBSTITUTE
                       END-IF
                       PERFORM CREATE-BACKORDER
                   ELSE
                       PERFORM POST-GOOD-LINE
               SUBTRACT WS-RSV-RESERVED FROM WS-AVAILABLE-QTY
           END-IF.

       FIND-SUBSTITUTE.
           MOVE WS-FIELD-CODE TO SUBST-PROD-CODE.
           MOVE ZERO TO SUBST-RANK.
           START SUBST-FILE KEY IS >= SUBST-KEY
               INVALID KEY
                   SET FS-SUBST-EOF TO TRUE
           END-START.
           IF NOT FS-SUBST-EOF
               PERFORM READ-NEXT-SUBSTITUTE
           END-IF.
           PERFORM CHECK-ONE-SUBSTITUTE
              UNTIL FS-SUBST-EOF OR WS-SUBST-CODE NOT = SPACES.
           IF WS-SUBST-CODE NOT = SPACES
               DISPLAY "SUBSTITUTE " WS-SUBST-CODE " IN STOCK FOR: "
                  INTAKE-LINE
           END-IF.

       READ-NEXT-SUBSTITUTE.
           READ SUBST-FILE NEXT RECORD
               AT END
                   SET FS-SUBST-EOF TO TRUE
           END-READ.
           IF NOT FS-SUBST-EOF
               IF SUBST-PROD-CODE NOT = WS-FIELD-CODE
                   SET FS-SUBST-EOF TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-SUBSTITUTE.
           MOVE SUBST-ALT-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT PROD-DISCONTINUED
                       PERFORM COMPUTE-AVAILABLE-TO-SELL
                       IF WS-AVAILABLE-QTY >= WS-CANT-VENTA
                           MOVE PROD-CODE TO WS-SUBST-CODE
                           MOVE PROD-PRICE TO WS-SUBST-PRICE
                       END-IF
                   END-IF
           END-READ.
           IF WS-SUBST-CODE = SPACES
               PERFORM READ-NEXT-SUBSTITUTE
           END-IF.

       CREATE-BACKORDER.
           IF NOT FS-BACKORDER-OK
               MOVE "INSUFFICIENT STOCK" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               PERFORM RECORD-LOST-SALE
           ELSE
               PERFORM GET-NEXT-BO-NUMBER
               MOVE WS-BO-NUMBER TO BO-NUMBER
                   INVALID KEY
                       DISPLAY "ERROR WRITING BACKORDER: "
                          FS-BACKORDER
                       MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
                       MOVE "CREATE-BACKORDER" TO ERP-PARAGRAPH
                       MOVE "BACKORDER.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-BACKORDER TO ERP-STATUS
                       MOVE BO-NUMBER TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       MOVE "INSUFFICIENT STOCK" TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT
                       PERFORM RECORD-LOST-SALE
                   NOT INVALID KEY
                       ADD 1 TO WS-BACKORDER-COUNT
                       DISPLAY "BACKORDERED: " INTAKE-LINE
               END-WRITE
           END-IF.

       RECORD-LOST-SALE.
           CALL "LOST-SALE-WRITER" USING WS-LOST-SOURCE WS-FIELD-CODE
              WS-CANT-VENTA WS-FIELD-CUSTOMER WS-LOST-OPERATOR
              WS-LOST-RESULT.
           IF WS-LOST-RESULT NOT = "Y"
               DISPLAY "WARNING: LOST SALE NOT RECORDED: " INTAKE-LINE
           END-IF.

       RESERVE-BACKORDER-QTY.
           MOVE "T" TO WS-RSV-ACTION.
           MOVE "BO" TO WS-RSV-SOURCE.
               MOVE ZERO TO VENTA-QTY-RETURNED
               MOVE SPACE TO VENTA-REVERSED
               SET VENTA-SALE TO TRUE
               MOVE WS-WEB-BRANCH TO VENTA-BRANCH
               SET VENTA-PRICE-BASE TO TRUE
               MOVE PROD-PRICE TO VENTA-LIST-PRICE
               ACCEPT VENTA-FECHA FROM DATE YYYYMMDD
               WRITE VENTAS-RECORD
               IF FS-VENTAS-OK
                   ADD 1 TO WS-CONTADOR
                   COMPUTE WS-REVENUE-TOTAL = WS-REVENUE-TOTAL +
                      PROD-PRICE * WS-CANT-VENTA
                   MOVE VENTA-NUMERO TO WS-ACK-NUMBER-X
                   PERFORM ADD-TO-DELIVERY-ORDER
                   PERFORM CHECK-TAX-EXEMPTION
                   MOVE ZERO TO WS-FEE-LINES WS-FEE-LINE-AMOUNT
                   IF PROD-FEE-CODE NOT = SPACES
                      AND WS-FEERATE-IS-OPEN
                       PERFORM WRITE-FEE-LINE
                   END-IF
                   PERFORM WRITE-TICKET-HEADER
                   PERFORM WRITE-CHECKPOINT
                   PERFORM WRITE-ACK-POSTED
               ELSE
                   MOVE "SALE WRITE FAILED" TO WS-REJECT-REASON
               END-IF
           END-IF.

      * Goods value and full cases posted for the current customer,
      * for the delivery charge when their order is closed
       ADD-TO-DELIVERY-ORDER.
           IF WS-FIELD-CUSTOMER NOT = WS-DLV-CUSTOMER
               MOVE WS-FIELD-CUSTOMER TO WS-DLV-CUSTOMER
               MOVE ZERO TO WS-DLV-GOODS-VALUE WS-DLV-CASES
           END-IF.
           COMPUTE WS-DLV-GOODS-VALUE = WS-DLV-GOODS-VALUE +
              PROD-PRICE * WS-CANT-VENTA.
           IF PROD-UNITS-PER-CASE > ZERO
               DIVIDE WS-CANT-VENTA BY PROD-UNITS-PER-CASE
                  GIVING WS-LINE-CASES
               ADD WS-LINE-CASES TO WS-DLV-CASES
           END-IF.

       POST-DELIVERY-MARKER.
           IF WS-FIELD-CUSTOMER NOT = WS-DLV-CUSTOMER
              OR WS-DLV-GOODS-VALUE = ZERO
               DISPLAY "NO GOODS POSTED FOR " WS-FIELD-CUSTOMER
                  " - NO DELIVERY CHARGE"
           ELSE
               MOVE WS-FIELD-CUSTOMER TO CLAVE-CLIENTE
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       MOVE SPACES TO CLIENTE-RUTA
               END-READ
               IF CLIENTE-RUTA NOT = SPACES
                   MOVE CLIENTE-RUTA TO WS-DLV-ROUTE
                   CALL "DELIVERY-CHARGE" USING WS-DLV-ROUTE
                      WS-DLV-GOODS-VALUE WS-DLV-CASES WS-DLV-CHARGE
                      WS-DLV-RESULT
                   IF WS-DLV-RULE-FOUND
                       PERFORM WRITE-DELIVERY-VENTA
                   ELSE
                       DISPLAY "NO DELIVERY CHARGE RULE FOR ROUTE "
                          WS-DLV-ROUTE " - " WS-FIELD-CUSTOMER
                          " NOT CHARGED"
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-DLV-CUSTOMER.
           MOVE ZERO TO WS-DLV-GOODS-VALUE WS-DLV-CASES.

       WRITE-DELIVERY-VENTA.
           PERFORM GET-NEXT-TICKET-NUMBER.
           PERFORM GET-NEXT-SALE-NUMBER.
           MOVE WS-SALE-NUMBER TO VENTA-NUMERO.
           MOVE WS-TICKET-NUMBER TO VENTA-TICKET.
           MOVE WS-DLV-ROUTE TO VENTA-CODIGO.
           MOVE 1 TO VENTA-CANTIDAD.
           MOVE WS-FIELD-CUSTOMER TO VENTA-CLAVE-CLIENTE.
           MOVE WS-DLV-CHARGE TO VENTA-PRECIO.
           SET VENTA-CARD TO TRUE.
           MOVE ZERO TO VENTA-OPERADOR.
           MOVE ZERO TO VENTA-QTY-RETURNED.
           MOVE SPACE TO VENTA-REVERSED.
           SET VENTA-DELIVERY-CHG TO TRUE.
           MOVE WS-WEB-BRANCH TO VENTA-BRANCH.
           MOVE SPACE TO VENTA-PRICE-SOURCE.
           MOVE ZERO TO VENTA-LIST-PRICE.
           ACCEPT VENTA-FECHA FROM DATE YYYYMMDD.
           WRITE VENTAS-RECORD.
           IF FS-VENTAS-OK
               ADD WS-DLV-CHARGE TO WS-REVENUE-TOTAL
               MOVE WS-TICKET-NUMBER TO TICKET-NUMBER
               MOVE VENTA-FECHA TO TICKET-FECHA
               MOVE WS-FIELD-CUSTOMER TO TICKET-CLAVE-CLIENTE
               MOVE 1 TO TICKET-LINE-COUNT
               MOVE WS-DLV-CHARGE TO TICKET-TOTAL
               MOVE ZERO TO TICKET-SHIP-TO
               MOVE WS-WEB-BRANCH TO TICKET-BRANCH
               WRITE TICKET-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING TICKET: " FS-TICKETS
                       MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
                       MOVE "WRITE-DELIVERY-VENTA" TO ERP-PARAGRAPH
                       MOVE "TICKETS.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-TICKETS TO ERP-STATUS
                       MOVE TICKET-NUMBER TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-WRITE
               MOVE VENTA-NUMERO TO WS-ACK-NUMBER-X
               PERFORM WRITE-ACK-POSTED
               DISPLAY "DELIVERY CHARGE " WS-DLV-CHARGE " ROUTE "
                  WS-DLV-ROUTE " - " WS-FIELD-CUSTOMER
           ELSE
               DISPLAY "ERROR WRITING DELIVERY CHARGE FOR "
                  WS-FIELD-CUSTOMER ": " FS-VENTAS
               MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
               MOVE "WRITE-DELIVERY-VENTA" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "WRITE" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE VENTA-NUMERO TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

      * A customer holding a current exemption certificate is not
      * taxed; the line is logged for the remittance return
       CHECK-TAX-EXEMPTION.
           MOVE "C" TO WS-TXE-ACTION.
           MOVE VENTA-FECHA TO WS-TXE-FECHA.
           CALL "TAX-EXEMPT-MANAGER" USING WS-TXE-ACTION
              VENTA-CLAVE-CLIENTE WS-TXE-FECHA VENTA-NUMERO
              VENTA-TICKET WS-TXE-CLASS WS-TXE-AMOUNT
              WS-TXE-CERTIFICATE WS-TXE-TYPE WS-TXE-EXPIRY
              WS-TXE-RESULT.
           EVALUATE TRUE
               WHEN WS-TXE-VALID
                   MOVE "L" TO WS-TXE-ACTION
                   MOVE PROD-TAX-CLASS TO WS-TXE-CLASS
                   COMPUTE WS-TXE-AMOUNT =
                      PROD-PRICE * WS-CANT-VENTA
                   CALL "TAX-EXEMPT-MANAGER" USING WS-TXE-ACTION
                      VENTA-CLAVE-CLIENTE WS-TXE-FECHA VENTA-NUMERO
                      VENTA-TICKET WS-TXE-CLASS WS-TXE-AMOUNT
                      WS-TXE-CERTIFICATE WS-TXE-TYPE WS-TXE-EXPIRY
                      WS-TXE-LOG-RESULT
                   ADD 1 TO WS-EXEMPT-COUNT
               WHEN WS-TXE-EXPIRED
                   DISPLAY "WARNING: EXEMPTION CERTIFICATE "
                      WS-TXE-CERTIFICATE " FOR " VENTA-CLAVE-CLIENTE
                      " EXPIRED " WS-TXE-EXPIRY " - SALE "
                      VENTA-NUMERO " TAXED"
           END-EVALUATE.

       WRITE-FEE-LINE.
           MOVE PROD-FEE-CODE TO FEE-CODE.
           READ FEERATE-FILE
               INVALID KEY
                   DISPLAY "FEE CODE " PROD-FEE-CODE " NOT ON FILE - "
                      "NO FEE CHARGED FOR " WS-FIELD-CODE
               NOT INVALID KEY
                   IF FEE-AMOUNT > ZERO
                       PERFORM WRITE-FEE-VENTA
                   END-IF
           END-READ.

       WRITE-FEE-VENTA.
           PERFORM GET-NEXT-SALE-NUMBER.
           MOVE WS-SALE-NUMBER TO VENTA-NUMERO.
           MOVE WS-TICKET-NUMBER TO VENTA-TICKET.
           MOVE WS-FIELD-CODE TO VENTA-CODIGO.
           MOVE WS-CANT-VENTA TO VENTA-CANTIDAD.
           MOVE WS-FIELD-CUSTOMER TO VENTA-CLAVE-CLIENTE.
           MOVE FEE-AMOUNT TO VENTA-PRECIO.
           SET VENTA-CARD TO TRUE.
           MOVE ZERO TO VENTA-OPERADOR.
           MOVE ZERO TO VENTA-QTY-RETURNED.
           MOVE SPACE TO VENTA-REVERSED.
           SET VENTA-FEE TO TRUE.
           MOVE WS-WEB-BRANCH TO VENTA-BRANCH.
           MOVE SPACE TO VENTA-PRICE-SOURCE.
           MOVE ZERO TO VENTA-LIST-PRICE.
           ACCEPT VENTA-FECHA FROM DATE YYYYMMDD.
           WRITE VENTAS-RECORD.
           IF FS-VENTAS-OK
               MOVE 1 TO WS-FEE-LINES
               COMPUTE WS-FEE-LINE-AMOUNT = FEE-AMOUNT * WS-CANT-VENTA
               ADD WS-FEE-LINE-AMOUNT TO WS-REVENUE-TOTAL
           ELSE
               DISPLAY "ERROR WRITING FEE LINE FOR " WS-FIELD-CODE
                  ": " FS-VENTAS
               MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
               MOVE "WRITE-FEE-VENTA" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "WRITE" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE VENTA-NUMERO TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       WRITE-TICKET-HEADER.
           MOVE WS-TICKET-NUMBER TO TICKET-NUMBER.
           ACCEPT TICKET-FECHA FROM DATE YYYYMMDD.
           MOVE WS-FIELD-CUSTOMER TO TICKET-CLAVE-CLIENTE.
           COMPUTE TICKET-LINE-COUNT = 1 + WS-FEE-LINES.
           COMPUTE TICKET-TOTAL = PROD-PRICE * WS-CANT-VENTA
              + WS-FEE-LINE-AMOUNT.
           MOVE ZERO TO TICKET-SHIP-TO.
           MOVE WS-WEB-BRANCH TO TICKET-BRANCH.
           WRITE TICKET-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING TICKET: " FS-TICKETS
                   MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
                   MOVE "WRITE-TICKET-HEADER" TO ERP-PARAGRAPH
                   MOVE "TICKETS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-TICKETS TO ERP-STATUS
                   MOVE TICKET-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.

       WRITE-ACK-BACKORDERED.
           IF FS-ACK-OK
               MOVE SPACES TO ACK-LINE
               IF WS-SUBST-CODE = SPACES
                   STRING INTAKE-LINE DELIMITED BY "  "
                          ",BACKORDERED," DELIMITED BY SIZE
                          WS-ACK-NUMBER-X DELIMITED BY SIZE
                          INTO ACK-LINE
                   END-STRING
               ELSE
                   STRING INTAKE-LINE DELIMITED BY "  "
                          ",BACKORDERED," DELIMITED BY SIZE
                          WS-ACK-NUMBER-X DELIMITED BY SIZE
                          ",SUBSTITUTE," DELIMITED BY SIZE
                          WS-SUBST-CODE DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-SUBST-PRICE DELIMITED BY SIZE
                          INTO ACK-LINE
                   END-STRING
               END-IF
               WRITE ACK-LINE
           END-IF.

       WRITE-ACK-REJECTED.
           IF FS-ACK-OK
               MOVE SPACES TO ACK-LINE
               IF WS-SUBST-CODE = SPACES
                   STRING INTAKE-LINE DELIMITED BY "  "
                          ",REJECTED," DELIMITED BY SIZE
                          WS-REJECT-REASON DELIMITED BY SIZE
                          INTO ACK-LINE
                   END-STRING
               ELSE
                   STRING INTAKE-LINE DELIMITED BY "  "
                          ",REJECTED," DELIMITED BY SIZE
                          WS-REJECT-REASON DELIMITED BY "  "
                          ",SUBSTITUTE," DELIMITED BY SIZE
                          WS-SUBST-CODE DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-SUBST-PRICE DELIMITED BY SIZE
                          INTO ACK-LINE
                   END-STRING
               END-IF
               WRITE ACK-LINE
           END-IF.

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE WS-WEB-BRANCH TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
           DISPLAY " ".
           DISPLAY "LINES POSTED: " WS-POSTED-COUNT.
           DISPLAY "LINES BACKORDERED: " WS-BACKORDER-COUNT.
           DISPLAY "LINES TAX EXEMPT: " WS-EXEMPT-COUNT.
           DISPLAY "LINES REJECTED: " WS-REJECT-COUNT.
           DISPLAY "REVENUE POSTED THIS RUN: " WS-REVENUE-EDIT.
           DISPLAY "ACKNOWLEDGMENTS APPENDED TO SALESACK.TXT".
           ELSE
               DISPLAY "COULD NOT RETIRE SALESIN.TXT: " FS-INTAKE
                  " " FS-DONE
               MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
               MOVE "RETIRE-INTAKE-FILE" TO ERP-PARAGRAPH
               MOVE "SALESIN.TXT" TO ERP-FILE
               MOVE "CLOSE" TO ERP-OPERATION
               MOVE FS-INTAKE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       COPY-LINE-TO-DONE.
           IF FS-BACKORDER-OK
               CLOSE BACKORDER-FILE
           END-IF.
           IF WS-SUBST-IS-OPEN
               CLOSE SUBST-FILE
           END-IF.
           IF WS-FEERATE-IS-OPEN
               CLOSE FEERATE-FILE
           END-IF.
           IF FS-LOTS-OK
               CLOSE LOTS-FILE
           END-IF.
           END-IF.
           IF NOT FS-LOTS-OK
               DISPLAY "ERROR OPENING LOTS.DAT: " FS-LOTS
               MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
               MOVE "OPEN-LOT-BRANCH-FILES" TO ERP-PARAGRAPH
               MOVE "LOTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-LOTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O BRANCH-STOCK-FILE.
           IF FS-BRANCH-NOT-EXIST
           IF NOT FS-BRANCH-OK
               DISPLAY "ERROR OPENING BRANCHSTK.DAT: "
                  FS-BRANCH-STOCK
               MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
               MOVE "OPEN-LOT-BRANCH-FILES" TO ERP-PARAGRAPH
               MOVE "BRANCHSTK.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-BRANCH-STOCK TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       CONSUME-LOTS-FEFO.
                   REWRITE LOT-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING LOT: " FS-LOTS
                           MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
                           MOVE "CONSUME-FROM-LOT" TO ERP-PARAGRAPH
                           MOVE "LOTS.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-LOTS TO ERP-STATUS
                           MOVE LOT-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           MOVE "N" TO WS-LOT-FOUND
                       NOT INVALID KEY
                           DISPLAY "PICK " WS-LOT-TAKE " FROM LOT "
                           INVALID KEY
                               DISPLAY "ERROR UPDATING BRANCH "
                                  "STOCK: " FS-BRANCH-STOCK
                               MOVE "SALES-BATCH-INTAKE" TO ERP-PROGRAM
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
