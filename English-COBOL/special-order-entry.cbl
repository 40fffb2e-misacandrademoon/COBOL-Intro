      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer special orders for catalogue items the store
      *          does not stock. (N)ew takes the customer, the item
      *          and a deposit onto SPECORD.DAT - creating the product
      *          on PRODUCTS.DAT as PROD-NON-STOCK if it is not there,
      *          so PO-GENERATE never reorders it - and drafts a line
      *          for it on PURCHORD.DAT for the buyer to release in
      *          PO-ENTRY. A new item's price and the price quoted
      *          to the customer must keep the category's margin
      *          floor unless a supervisor overrides. When RECEIVING
      *          posts that PO line the goods are reserved in
      *          RESERVE.DAT under source SO for the customer instead
      *          of going on open sale;
      *          SPECIAL-ORDER-CALL-LIST says whom to phone and
      *          SPECIAL-ORDER-AGING what is still uncollected.
      *          (C)ollect turns a received order into a ticket and a
      *          SELLS.DAT line the way LAYAWAY-ENTRY converts a
      *          layaway, taking the balance over the deposit, and
      *          relieves PROD-STOCK with audit and movement entries.
      *          (X) cancels - an order still on a draft PO takes the
      *          PO line with it - and (B) shows an order's balance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPECIAL-ORDER-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPECORD-FILE ASSIGN TO "SPECORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-NUMBER
               ALTERNATE RECORD KEY IS SO-PO-REF WITH DUPLICATES
               FILE STATUS IS FS-SPECORD.

           SELECT SPECORD-CONTROL-FILE ASSIGN TO "SPECORDCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SPECORD-CONTROL.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT SUPPLIERS-FILE ASSIGN TO "SUPPLIERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPP-CODE
               FILE STATUS IS FS-SUPPLIERS.

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CLIENTE
               FILE STATUS IS FS-CLIENTES.

           SELECT PURCHORD-FILE ASSIGN TO "PURCHORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS FS-PURCHORD.

           SELECT PO-CONTROL-FILE ASSIGN TO "POCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PO-CONTROL.

           SELECT VENTAS-FILE ASSIGN TO "SELLS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTA-NUMERO
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT TICKETS-FILE ASSIGN TO "TICKETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKET-NUMBER
               FILE STATUS IS FS-TICKETS.

           SELECT SALE-CONTROL-FILE ASSIGN TO "SALECTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SALE-CONTROL.

           SELECT TICKET-CONTROL-FILE ASSIGN TO "TICKCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TICKET-CONTROL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.

           SELECT MOVES-FILE ASSIGN TO "STOCKMOVES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVES.

           SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SIGNON.

       DATA DIVISION.
       FILE SECTION.
       FD  SPECORD-FILE.
       COPY SPECORD-RECORD.

       FD  SPECORD-CONTROL-FILE.
       01  SPECORD-CONTROL-RECORD.
           05 SOCTL-LAST-NUMBER  PIC 9(06).

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  SUPPLIERS-FILE.
       01  SUPPLIERS-RECORD.
           05 SUPP-CODE          PIC X(4).
           05 SUPP-NAME          PIC X(25).
           05 SUPP-CONTACT       PIC X(20).
           05 SUPP-LEAD-DAYS     PIC 9(3).
           05 SUPP-ORDER-DAYS    PIC X(7).
           05 SUPP-MIN-ORDER     PIC 9(7)V99.
           05 SUPP-FREE-FREIGHT  PIC 9(7)V99.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       FD  PURCHORD-FILE.
       COPY PURCHORD-RECORD.

       FD  PO-CONTROL-FILE.
       01  PO-CONTROL-RECORD.
           05 POCTL-LAST-NUMBER   PIC 9(6).

       FD  VENTAS-FILE.
       COPY VENTAS-RECORD.

       FD  TICKETS-FILE.
       COPY TICKET-RECORD.

       FD  SALE-CONTROL-FILE.
       01  SALE-CONTROL-RECORD.
           05 SALECTL-LAST-NUMBER PIC 9(08).

       FD  TICKET-CONTROL-FILE.
       01  TICKET-CONTROL-RECORD.
           05 TICKCTL-LAST-NUMBER PIC 9(06).

       FD  AUDIT-LOG-FILE.
       COPY AUDIT-RECORD.

       FD  MOVES-FILE.
       COPY MOVES-RECORD.

       FD  SIGNON-FILE.
       COPY SIGNON-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-SPECORD           PIC XX.
           88 FS-SPECORD-OK     VALUE "00".
           88 FS-SPECORD-NOT-EXIST VALUE "35".
       01  FS-SPECORD-CONTROL   PIC XX.
           88 FS-SPECORD-CONTROL-OK VALUE "00".
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
       01  FS-SUPPLIERS         PIC XX.
           88 FS-SUPPLIERS-OK   VALUE "00".
       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".
       01  FS-PURCHORD          PIC XX.
           88 FS-PURCHORD-OK    VALUE "00".
           88 FS-PURCHORD-NOT-EXIST VALUE "35".
       01  FS-PO-CONTROL        PIC XX.
           88 FS-PO-CONTROL-OK  VALUE "00".
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
       01  FS-TICKETS           PIC XX.
           88 FS-TICKETS-OK     VALUE "00".
       01  FS-SALE-CONTROL      PIC XX.
           88 FS-SALE-CONTROL-OK VALUE "00".
       01  FS-TICKET-CONTROL    PIC XX.
           88 FS-TICKET-CONTROL-OK VALUE "00".
       01  FS-AUDIT-LOG         PIC XX.
           88 FS-AUDIT-OK       VALUE "00".
           88 FS-AUDIT-NOT-EXIST VALUE "35".
       01  FS-MOVES             PIC XX.
           88 FS-MOVES-OK       VALUE "00".
           88 FS-MOVES-NOT-EXIST VALUE "35".
       01  FS-SIGNON            PIC XX.
           88 FS-SIGNON-OK      VALUE "00".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".
       01  WS-ACTION            PIC X.
           88 WS-ACTION-NEW     VALUE "N", "n".
           88 WS-ACTION-BALANCE VALUE "B", "b".
           88 WS-ACTION-COLLECT VALUE "C", "c".
           88 WS-ACTION-CANCEL  VALUE "X", "x".
       01  WS-CONFIRM           PIC X.
           88 WS-CONFIRM-YES    VALUE "Y", "y".
       01  WS-FOUND-FLAG        PIC X.
           88 WS-WAS-FOUND      VALUE "Y".
       01  WS-SUPPLIERS-OPEN    PIC X VALUE "N".
           88 WS-SUPPLIERS-IS-OPEN VALUE "Y".
       01  WS-CLIENTES-OPEN     PIC X VALUE "N".
           88 WS-CLIENTES-IS-OPEN VALUE "Y".

       01  WS-SO-NUMBER         PIC 9(6).
       01  WS-CLIENTE           PIC X(10).
       01  WS-PROD-CODE         PIC X(5).
       01  WS-SUPPLIER-CODE     PIC X(4).
       01  WS-LEAD-DAYS         PIC 9(3).
       01  WS-ORDER-QTY         PIC 9(5).
       01  WS-AMOUNT-EDIT       PIC X(12).
       01  WS-AMOUNT            PIC 9(7)V99.
       01  WS-ORDER-TOTAL       PIC 9(9)V99.
       01  WS-BALANCE-DUE       PIC S9(9)V99.
       01  WS-MONEY-EDIT        PIC -Z,ZZZ,ZZ9.99.
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-OPERATOR-ID       PIC 9(5) VALUE ZERO.
       01  WS-BRANCH            PIC X(2).
       01  WS-PO-NUMBER         PIC 9(6).
       01  WS-TENDER            PIC X.
           88 WS-TENDER-VALID   VALUE "C", "T".
       01  WS-NEW-SALE-NUMBER   PIC 9(8).
       01  WS-TICKET-NUMBER     PIC 9(6).

       01  WS-CAL-ACTION        PIC X.
       01  WS-CAL-DATE          PIC 9(8).
       01  WS-CAL-DAYS          PIC 9(3).
       01  WS-CAL-RESULT-DATE   PIC 9(8).
       01  WS-CAL-RESULT        PIC X.

       01  WS-RSV-ACTION        PIC X.
       01  WS-RSV-SOURCE        PIC X(2) VALUE "SO".
       01  WS-RSV-REFERENCE     PIC X(9).
       01  WS-RSV-PROD-CODE     PIC X(5).
       01  WS-RSV-QUANTITY      PIC 9(5).
       01  WS-RSV-EXPIRY        PIC 9(8) VALUE 99999999.
       01  WS-RSV-RESERVED      PIC 9(7).
       01  WS-RSV-RESULT        PIC X.

       01  WS-LOCK-ACTION       PIC X.
       01  WS-LOCK-NAME         PIC X(12) VALUE "PRODUCTS".
       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

       01  WS-FLOOR-CHECK-PRICE PIC 9(7)V99.
       01  WS-FLOOR-PCT         PIC 9(2)V9.
       01  WS-FLOOR-PCT-EDIT    PIC Z9.9.
       01  WS-FLOOR-PRICE       PIC 9(7)V99.
       01  WS-FLOOR-RESULT      PIC X.
           88 WS-BELOW-FLOOR    VALUE "N".

       01  WS-OVR-PROGRAM       PIC X(17) VALUE "SPECIAL-ORDER".
       01  WS-OVR-REASON        PIC X(20).
       01  WS-OVR-CODE          PIC X(10).
       01  WS-OVR-QTY           PIC 9(5).
       01  WS-OVR-VALUE         PIC S9(7)V99.
       01  WS-OVR-RESULT        PIC X.
           88 WS-OVR-GRANTED    VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           IF FS-SPECORD-OK AND FS-PRODUCTS-OK AND FS-PURCHORD-OK
              AND FS-VENTAS-OK AND FS-TICKETS-OK
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM READ-SIGNON-SESSION
               DISPLAY "SELLING BRANCH (2 characters): "
                  WITH NO ADVANCING
               ACCEPT WS-BRANCH
               DISPLAY " "
               DISPLAY "CUSTOMER SPECIAL ORDERS"
               PERFORM PROCESS-MENU UNTIL NOT WS-YES
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O SPECORD-FILE.
           IF FS-SPECORD-NOT-EXIST
               OPEN OUTPUT SPECORD-FILE
               CLOSE SPECORD-FILE
               OPEN I-O SPECORD-FILE
           END-IF.
           IF NOT FS-SPECORD-OK
               DISPLAY "ERROR OPENING SPECORD.DAT: " FS-SPECORD
               MOVE "SPECIAL-ORDER-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SPECORD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SPECORD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           PERFORM TAKE-PRODUCTS-LOCK.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "SPECIAL-ORDER-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT SUPPLIERS-FILE.
           IF FS-SUPPLIERS-OK
               SET WS-SUPPLIERS-IS-OPEN TO TRUE
           ELSE
               DISPLAY "SUPPLIERS.DAT NOT AVAILABLE - NEW ITEMS "
                  "CANNOT BE ORDERED"
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF FS-CLIENTES-OK
               SET WS-CLIENTES-IS-OPEN TO TRUE
           ELSE
               DISPLAY "clientes.idx NOT AVAILABLE - CUSTOMER CODES "
                  "NOT CHECKED"
           END-IF.
           OPEN I-O PURCHORD-FILE.
           IF FS-PURCHORD-NOT-EXIST
               OPEN OUTPUT PURCHORD-FILE
               CLOSE PURCHORD-FILE
               OPEN I-O PURCHORD-FILE
           END-IF.
           IF NOT FS-PURCHORD-OK
               DISPLAY "ERROR OPENING PURCHORD.DAT: " FS-PURCHORD
               MOVE "SPECIAL-ORDER-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PURCHORD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PURCHORD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "SPECIAL-ORDER-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O TICKETS-FILE.
           IF NOT FS-TICKETS-OK
               DISPLAY "ERROR OPENING TICKETS.DAT: " FS-TICKETS
               MOVE "SPECIAL-ORDER-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "TICKETS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-TICKETS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF FS-AUDIT-NOT-EXIST
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           OPEN EXTEND MOVES-FILE.
           IF FS-MOVES-NOT-EXIST
               OPEN OUTPUT MOVES-FILE
           END-IF.

       READ-SIGNON-SESSION.
           OPEN INPUT SIGNON-FILE.
           IF FS-SIGNON-OK
               READ SIGNON-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SIGNON-OPER-ID TO WS-OPERATOR-ID
               END-READ
               CLOSE SIGNON-FILE
           END-IF.

       PROCESS-MENU.
           DISPLAY " ".
           DISPLAY "N - NEW ORDER | B - BALANCE | C - COLLECT | "
              "X - CANCEL".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACTION-NEW
                   PERFORM NEW-SPECIAL-ORDER
               WHEN WS-ACTION-BALANCE
                   PERFORM SHOW-BALANCE
               WHEN WS-ACTION-COLLECT
                   PERFORM COLLECT-ORDER
               WHEN WS-ACTION-CANCEL
                   PERFORM CANCEL-ORDER
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.
           DISPLAY " ".
           DISPLAY "DO YOU WANT TO CONTINUE? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       NEW-SPECIAL-ORDER.
           DISPLAY "CUSTOMER CODE (10 characters): "
              WITH NO ADVANCING.
           ACCEPT WS-CLIENTE.
           MOVE "Y" TO WS-FOUND-FLAG.
           IF WS-CLIENTES-IS-OPEN
               MOVE WS-CLIENTE TO CLAVE-CLIENTE
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       DISPLAY "UNKNOWN CUSTOMER: " WS-CLIENTE
                       MOVE "N" TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       DISPLAY "CUSTOMER: " NOMBRE-CLIENTE
                          " PHONE " TELEFONO
               END-READ
           END-IF.
           IF WS-WAS-FOUND
               DISPLAY "PRODUCT CODE (5 characters): "
                  WITH NO ADVANCING
               ACCEPT WS-PROD-CODE
               MOVE WS-PROD-CODE TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       PERFORM CREATE-NON-STOCK-PRODUCT
                   NOT INVALID KEY
                       PERFORM CHECK-EXISTING-PRODUCT
               END-READ
           END-IF.
           IF WS-WAS-FOUND
               PERFORM GET-SUPPLIER-LEAD-DAYS
           END-IF.
           IF WS-WAS-FOUND
               PERFORM CAPTURE-ORDER-TERMS
           END-IF.

       CHECK-EXISTING-PRODUCT.
           DISPLAY PROD-NAME " PRICE " PROD-PRICE
              " STOCK " PROD-STOCK.
           IF PROD-DISCONTINUED
               DISPLAY "PRODUCT DISCONTINUED - CANNOT BE ORDERED"
               MOVE "N" TO WS-FOUND-FLAG
           ELSE
               IF NOT PROD-NON-STOCK
                   DISPLAY "STOCKED ITEM - A BACKORDER AT THE "
                      "REGISTER MAY SERVE BETTER"
               END-IF
               MOVE PROD-SUPPLIER-CODE TO WS-SUPPLIER-CODE
           END-IF.

      * A catalogue item new to the store goes on PRODUCTS.DAT as
      * non-stock with nothing on hand; it reaches stock only through
      * RECEIVING against the special order's PO line.
       CREATE-NON-STOCK-PRODUCT.
           DISPLAY "NOT ON FILE - CREATING NON-STOCK ITEM "
              WS-PROD-CODE.
           DISPLAY "SUPPLIER CODE (4 characters): "
              WITH NO ADVANCING.
           ACCEPT WS-SUPPLIER-CODE.
           MOVE "N" TO WS-FOUND-FLAG.
           IF WS-SUPPLIERS-IS-OPEN
               MOVE WS-SUPPLIER-CODE TO SUPP-CODE
               READ SUPPLIERS-FILE
                   INVALID KEY
                       DISPLAY "UNKNOWN SUPPLIER: " WS-SUPPLIER-CODE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-FLAG
               END-READ
           END-IF.
           IF WS-WAS-FOUND
               INITIALIZE PRODUCTS-RECORD
               MOVE WS-PROD-CODE TO PROD-CODE
               DISPLAY "NAME (20 characters): " WITH NO ADVANCING
               ACCEPT PROD-NAME
               DISPLAY "SUPPLIER COST (ex: 80.00): "
                  WITH NO ADVANCING
               PERFORM GET-AMOUNT
               MOVE WS-AMOUNT TO PROD-COST
               DISPLAY "CATEGORY (4 characters): " WITH NO ADVANCING
               ACCEPT PROD-CATEGORY
               MOVE "N" TO WS-FLOOR-RESULT
               PERFORM UNTIL NOT WS-BELOW-FLOOR
                   DISPLAY "SELLING PRICE (ex: 125.00): "
                      WITH NO ADVANCING
                   PERFORM GET-AMOUNT
                   MOVE WS-AMOUNT TO PROD-PRICE
                   MOVE PROD-PRICE TO WS-FLOOR-CHECK-PRICE
                   PERFORM CHECK-MARGIN-FLOOR
               END-PERFORM
               DISPLAY "TAX CLASS (1 character): " WITH NO ADVANCING
               ACCEPT PROD-TAX-CLASS
               MOVE WS-SUPPLIER-CODE TO PROD-SUPPLIER-CODE
               MOVE SPACES TO PROD-UPC PROD-FEE-CODE
               MOVE ZERO TO PROD-STOCK PROD-QUARANTINE
               MOVE ZERO TO PROD-UNITS-PER-CASE PROD-LAST-COUNTED
               MOVE ZERO TO PROD-MIN-AGE PROD-DAILY-LIMIT
               MOVE ZERO TO PROD-WARRANTY-MONTHS
               SET PROD-NON-STOCK TO TRUE
               MOVE "N" TO PROD-SERIALIZED PROD-CONSIGNMENT
               MOVE "C" TO PROD-ABC-CLASS
               SET PROD-UNRESTRICTED TO TRUE
               WRITE PRODUCTS-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING PRODUCT: " FS-PRODUCTS
                       MOVE "SPECIAL-ORDER-ENTRY" TO ERP-PROGRAM
                       MOVE "CREATE-NON-STOCK-PRODUCT" TO ERP-PARAGRAPH
                       MOVE "PRODUCTS.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-PRODUCTS TO ERP-STATUS
                       MOVE PROD-CODE TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       MOVE "N" TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       DISPLAY "NON-STOCK ITEM " PROD-CODE " CREATED"
                       PERFORM AUDIT-NEW-PRODUCT
               END-WRITE
           END-IF.

       AUDIT-NEW-PRODUCT.
           MOVE "W" TO AUDIT-ACTION.
           MOVE PROD-CODE TO AUDIT-CODE.
           MOVE SPACES TO AUDIT-BEFORE-NAME.
           MOVE ZERO TO AUDIT-BEFORE-PRICE AUDIT-BEFORE-STOCK.
           MOVE PROD-NAME TO AUDIT-AFTER-NAME.
           MOVE PROD-PRICE TO AUDIT-AFTER-PRICE.
           MOVE PROD-STOCK TO AUDIT-AFTER-STOCK.
           PERFORM WRITE-AUDIT-RECORD.

       GET-AMOUNT.
           ACCEPT WS-AMOUNT-EDIT.
           IF FUNCTION TEST-NUMVAL(WS-AMOUNT-EDIT) = 0
               AND FUNCTION NUMVAL(WS-AMOUNT-EDIT) >= 0
               AND FUNCTION NUMVAL(WS-AMOUNT-EDIT) <= 9999999.99
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-EDIT)
           ELSE
               MOVE ZERO TO WS-AMOUNT
           END-IF.

      * A price under the category floor needs a supervisor.
       CHECK-MARGIN-FLOOR.
           CALL "MARGIN-FLOOR-CHECK" USING PROD-CATEGORY PROD-COST
              WS-FLOOR-CHECK-PRICE WS-FLOOR-PCT WS-FLOOR-PRICE
              WS-FLOOR-RESULT.
           IF WS-BELOW-FLOOR
               MOVE WS-FLOOR-PCT TO WS-FLOOR-PCT-EDIT
               DISPLAY "PRICE " WS-FLOOR-CHECK-PRICE " IS BELOW THE "
                  WS-FLOOR-PCT-EDIT " PCT MARGIN FLOOR - LOWEST "
                  "ALLOWED " WS-FLOOR-PRICE
               MOVE "BELOW MARGIN FLOOR" TO WS-OVR-REASON
               MOVE PROD-CODE TO WS-OVR-CODE
               MOVE ZERO TO WS-OVR-QTY
               MOVE WS-FLOOR-CHECK-PRICE TO WS-OVR-VALUE
               MOVE "N" TO WS-OVR-RESULT
               CALL "SUPERVISOR-OVERRIDE" USING WS-OVR-PROGRAM
                  WS-OVR-REASON WS-OVR-CODE WS-OVR-QTY WS-OVR-VALUE
                  WS-OVR-RESULT
               IF WS-OVR-GRANTED
                   MOVE "Y" TO WS-FLOOR-RESULT
               ELSE
                   DISPLAY "PRICE REFUSED - ENTER A HIGHER PRICE"
               END-IF
           END-IF.

       GET-SUPPLIER-LEAD-DAYS.
           MOVE ZERO TO WS-LEAD-DAYS.
           IF WS-SUPPLIERS-IS-OPEN
               MOVE WS-SUPPLIER-CODE TO SUPP-CODE
               READ SUPPLIERS-FILE
                   INVALID KEY
                       DISPLAY "SUPPLIER " WS-SUPPLIER-CODE
                          " NOT ON FILE - NO LEAD TIME"
                   NOT INVALID KEY
                       MOVE SUPP-LEAD-DAYS TO WS-LEAD-DAYS
               END-READ
           END-IF.

       CAPTURE-ORDER-TERMS.
           DISPLAY "QUANTITY (5 digits): " WITH NO ADVANCING.
           ACCEPT WS-ORDER-QTY.
           IF WS-ORDER-QTY = ZERO
               DISPLAY "INVALID QUANTITY - NOTHING ORDERED"
           ELSE
               INITIALIZE SPECORD-RECORD
               MOVE "N" TO WS-FLOOR-RESULT
               PERFORM UNTIL NOT WS-BELOW-FLOOR
                   MOVE PROD-PRICE TO SO-PRICE
                   DISPLAY "PRICE TO CUSTOMER (0 = " PROD-PRICE "): "
                      WITH NO ADVANCING
                   PERFORM GET-AMOUNT
                   IF WS-AMOUNT > ZERO
                       MOVE WS-AMOUNT TO SO-PRICE
                   END-IF
                   MOVE SO-PRICE TO WS-FLOOR-CHECK-PRICE
                   PERFORM CHECK-MARGIN-FLOOR
               END-PERFORM
               COMPUTE WS-ORDER-TOTAL = SO-PRICE * WS-ORDER-QTY
               MOVE WS-ORDER-TOTAL TO WS-MONEY-EDIT
               DISPLAY "ORDER VALUE: " WS-MONEY-EDIT
               DISPLAY "DEPOSIT TAKEN (ex: 50.00): "
                  WITH NO ADVANCING
               PERFORM GET-AMOUNT
               IF WS-AMOUNT > WS-ORDER-TOTAL
                   DISPLAY "DEPOSIT CANNOT EXCEED THE ORDER VALUE - "
                      "NOTHING ORDERED"
               ELSE
                   MOVE WS-AMOUNT TO SO-DEPOSIT
                   IF SO-DEPOSIT > ZERO
                       DISPLAY "DEPOSIT REFERENCE (12 characters): "
                          WITH NO ADVANCING
                       ACCEPT SO-DEPOSIT-REF
                   END-IF
                   DISPLAY "NOTE (30 characters, BLANK = NONE): "
                      WITH NO ADVANCING
                   ACCEPT SO-NOTE
                   PERFORM DRAFT-PO-LINE
                   IF WS-WAS-FOUND
                       PERFORM WRITE-SPECIAL-ORDER
                   END-IF
               END-IF
           END-IF.

      * One draft PO per special order, released by the buyer in
      * PO-ENTRY through the usual approval step.
       DRAFT-PO-LINE.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM GET-NEXT-PO-NUMBER.
           MOVE WS-PO-NUMBER TO PO-NUMBER.
           MOVE 1 TO PO-LINE.
           MOVE WS-SUPPLIER-CODE TO PO-SUPPLIER-CODE.
           MOVE WS-PROD-CODE TO PO-PROD-CODE.
           MOVE WS-ORDER-QTY TO PO-QTY-ORDERED.
           MOVE PROD-COST TO PO-UNIT-COST.
           MOVE ZERO TO PO-QTY-RECEIVED PO-RECEIVED-DATE.
           MOVE WS-TODAY-DATE TO PO-ORDER-DATE.
           MOVE "A" TO WS-CAL-ACTION.
           MOVE WS-TODAY-DATE TO WS-CAL-DATE.
           MOVE WS-LEAD-DAYS TO WS-CAL-DAYS.
           CALL "CALENDAR-MANAGER" USING WS-CAL-ACTION WS-CAL-DATE
              WS-CAL-DAYS WS-CAL-RESULT-DATE WS-CAL-RESULT.
           MOVE WS-CAL-RESULT-DATE TO PO-EXPECTED-DATE.
           SET PO-DRAFT TO TRUE.
           WRITE PURCHORD-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING PO LINE: " FS-PURCHORD
                   MOVE "SPECIAL-ORDER-ENTRY" TO ERP-PROGRAM
                   MOVE "DRAFT-PO-LINE" TO ERP-PARAGRAPH
                   MOVE "PURCHORD.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-PURCHORD TO ERP-STATUS
                   MOVE PO-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-FLAG
                   DISPLAY "DRAFT PO " PO-NUMBER " LINE " PO-LINE
                      " EXPECTED " PO-EXPECTED-DATE
                      " - RELEASE IT IN PO-ENTRY"
           END-WRITE.

       GET-NEXT-PO-NUMBER.
           OPEN INPUT PO-CONTROL-FILE.
           IF FS-PO-CONTROL-OK
               READ PO-CONTROL-FILE
                   AT END
                       MOVE ZERO TO POCTL-LAST-NUMBER
               END-READ
               CLOSE PO-CONTROL-FILE
           ELSE
               MOVE ZERO TO POCTL-LAST-NUMBER
           END-IF.
           COMPUTE WS-PO-NUMBER = POCTL-LAST-NUMBER + 1.
           MOVE WS-PO-NUMBER TO POCTL-LAST-NUMBER.
           OPEN OUTPUT PO-CONTROL-FILE.
           WRITE PO-CONTROL-RECORD.
           CLOSE PO-CONTROL-FILE.

       WRITE-SPECIAL-ORDER.
           PERFORM GET-NEXT-SO-NUMBER.
           MOVE WS-SO-NUMBER TO SO-NUMBER.
           MOVE WS-TODAY-DATE TO SO-FECHA.
           MOVE WS-CLIENTE TO SO-CLAVE-CLIENTE.
           MOVE WS-PROD-CODE TO SO-PROD-CODE.
           MOVE WS-ORDER-QTY TO SO-QUANTITY.
           MOVE PO-NUMBER TO SO-PO-NUMBER.
           MOVE PO-LINE TO SO-PO-LINE.
           MOVE ZERO TO SO-QTY-RECEIVED SO-RECEIVED-DATE.
           MOVE ZERO TO SO-CALLED-DATE SO-COLLECTED-DATE.
           SET SO-ON-ORDER TO TRUE.
           MOVE WS-OPERATOR-ID TO SO-OPERATOR.
           WRITE SPECORD-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING SPECIAL ORDER: " FS-SPECORD
                   MOVE "SPECIAL-ORDER-ENTRY" TO ERP-PROGRAM
                   MOVE "WRITE-SPECIAL-ORDER" TO ERP-PARAGRAPH
                   MOVE "SPECORD.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-SPECORD TO ERP-STATUS
                   MOVE SO-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   DISPLAY "SPECIAL ORDER " SO-NUMBER " RECORDED"
           END-WRITE.

       GET-NEXT-SO-NUMBER.
           OPEN INPUT SPECORD-CONTROL-FILE.
           IF FS-SPECORD-CONTROL-OK
               READ SPECORD-CONTROL-FILE
                   AT END
                       MOVE ZERO TO SOCTL-LAST-NUMBER
               END-READ
               CLOSE SPECORD-CONTROL-FILE
           ELSE
               MOVE ZERO TO SOCTL-LAST-NUMBER
           END-IF.
           COMPUTE WS-SO-NUMBER = SOCTL-LAST-NUMBER + 1.
           MOVE WS-SO-NUMBER TO SOCTL-LAST-NUMBER.
           OPEN OUTPUT SPECORD-CONTROL-FILE.
           WRITE SPECORD-CONTROL-RECORD.
           CLOSE SPECORD-CONTROL-FILE.

       READ-SPECIAL-ORDER.
           MOVE "N" TO WS-FOUND-FLAG.
           DISPLAY "SPECIAL ORDER NUMBER (6 digits): "
              WITH NO ADVANCING.
           ACCEPT WS-SO-NUMBER.
           MOVE WS-SO-NUMBER TO SO-NUMBER.
           READ SPECORD-FILE
               INVALID KEY
                   DISPLAY "SPECIAL ORDER NOT FOUND: " WS-SO-NUMBER
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-FLAG
                   COMPUTE WS-ORDER-TOTAL = SO-PRICE * SO-QUANTITY
                   COMPUTE WS-BALANCE-DUE =
                      WS-ORDER-TOTAL - SO-DEPOSIT
           END-READ.

       SHOW-BALANCE.
           PERFORM READ-SPECIAL-ORDER.
           IF WS-WAS-FOUND
               DISPLAY "ORDER " SO-NUMBER " OF " SO-FECHA
                  " CUSTOMER " SO-CLAVE-CLIENTE
               DISPLAY "PRODUCT " SO-PROD-CODE " QTY " SO-QUANTITY
                  " PO " SO-PO-NUMBER " LINE " SO-PO-LINE
               EVALUATE TRUE
                   WHEN SO-ON-ORDER
                       DISPLAY "STATUS: ON ORDER WITH SUPPLIER"
                   WHEN SO-RECEIVED
                       DISPLAY "STATUS: RECEIVED " SO-RECEIVED-DATE
                          " - AWAITING COLLECTION"
                   WHEN SO-COLLECTED
                       DISPLAY "STATUS: COLLECTED " SO-COLLECTED-DATE
                   WHEN SO-CANCELLED
                       DISPLAY "STATUS: CANCELLED"
               END-EVALUATE
               MOVE WS-ORDER-TOTAL TO WS-MONEY-EDIT
               DISPLAY "VALUE:       " WS-MONEY-EDIT
               MOVE SO-DEPOSIT TO WS-MONEY-EDIT
               DISPLAY "DEPOSIT:     " WS-MONEY-EDIT
               MOVE WS-BALANCE-DUE TO WS-MONEY-EDIT
               DISPLAY "BALANCE DUE: " WS-MONEY-EDIT
           END-IF.

       COLLECT-ORDER.
           PERFORM READ-SPECIAL-ORDER.
           IF WS-WAS-FOUND
               IF NOT SO-RECEIVED
                   DISPLAY "ORDER " SO-NUMBER " IS NOT WAITING FOR "
                      "COLLECTION"
               ELSE
                   MOVE SO-PROD-CODE TO PROD-CODE
                   READ PRODUCTS-FILE
                       INVALID KEY
                           DISPLAY "PRODUCT NOT ON FILE: "
                              SO-PROD-CODE
                       NOT INVALID KEY
                           PERFORM CONFIRM-COLLECTION
                   END-READ
               END-IF
           END-IF.

       CONFIRM-COLLECTION.
           IF PROD-STOCK < SO-QUANTITY
               DISPLAY "ONLY " PROD-STOCK " OF " PROD-CODE
                  " IN STOCK - CHECK THE RECEIPT"
           ELSE
               MOVE WS-BALANCE-DUE TO WS-MONEY-EDIT
               DISPLAY PROD-NAME " X " SO-QUANTITY
                  " BALANCE DUE " WS-MONEY-EDIT
               DISPLAY "HAND OVER AND TAKE PAYMENT? (Y/N): "
                  WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM-YES
                   MOVE SPACE TO WS-TENDER
                   PERFORM UNTIL WS-TENDER-VALID
                       DISPLAY "TENDER - C CASH / T CARD: "
                          WITH NO ADVANCING
                       ACCEPT WS-TENDER
                       MOVE FUNCTION UPPER-CASE(WS-TENDER)
                          TO WS-TENDER
                   END-PERFORM
                   PERFORM RELEASE-SO-RESERVATION
                   PERFORM RELIEVE-SPECIAL-STOCK
                   IF FS-PRODUCTS-OK
                       PERFORM WRITE-COLLECTION-SALE
                   END-IF
               END-IF
           END-IF.

       RELIEVE-SPECIAL-STOCK.
           MOVE "R" TO AUDIT-ACTION.
           MOVE PROD-CODE TO AUDIT-CODE.
           MOVE PROD-NAME TO AUDIT-BEFORE-NAME.
           MOVE PROD-PRICE TO AUDIT-BEFORE-PRICE.
           MOVE PROD-STOCK TO AUDIT-BEFORE-STOCK.
           SUBTRACT SO-QUANTITY FROM PROD-STOCK.
           REWRITE PRODUCTS-RECORD.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR UPDATING STOCK FOR: " SO-PROD-CODE
               PERFORM TAKE-SO-RESERVATION
           ELSE
               MOVE PROD-NAME TO AUDIT-AFTER-NAME
               MOVE PROD-PRICE TO AUDIT-AFTER-PRICE
               MOVE PROD-STOCK TO AUDIT-AFTER-STOCK
               PERFORM WRITE-AUDIT-RECORD
               MOVE PROD-CODE TO MOV-PROD-CODE
               SET MOV-SALE TO TRUE
               COMPUTE MOV-QUANTITY = ZERO - SO-QUANTITY
               MOVE PROD-STOCK TO MOV-BALANCE
               PERFORM WRITE-MOVES-RECORD
           END-IF.

       WRITE-COLLECTION-SALE.
           PERFORM GET-NEXT-TICKET-NUMBER.
           PERFORM GET-NEXT-SALE-NUMBER.
           MOVE WS-NEW-SALE-NUMBER TO VENTA-NUMERO.
           MOVE WS-TICKET-NUMBER TO VENTA-TICKET.
           MOVE SO-PROD-CODE TO VENTA-CODIGO.
           MOVE SO-QUANTITY TO VENTA-CANTIDAD.
           MOVE SO-CLAVE-CLIENTE TO VENTA-CLAVE-CLIENTE.
           MOVE SO-PRICE TO VENTA-PRECIO.
           MOVE WS-TENDER TO VENTA-TENDER.
           MOVE WS-OPERATOR-ID TO VENTA-OPERADOR.
           MOVE ZERO TO VENTA-QTY-RETURNED.
           MOVE SPACE TO VENTA-REVERSED.
           SET VENTA-SALE TO TRUE.
           MOVE WS-BRANCH TO VENTA-BRANCH.
           MOVE SPACE TO VENTA-PRICE-SOURCE.
           MOVE ZERO TO VENTA-LIST-PRICE.
           MOVE WS-TODAY-DATE TO VENTA-FECHA.
           WRITE VENTAS-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING SALE LINE: " FS-VENTAS
                   MOVE "SPECIAL-ORDER-ENTRY" TO ERP-PROGRAM
                   MOVE "WRITE-COLLECTION-SALE" TO ERP-PARAGRAPH
                   MOVE "SELLS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-VENTAS TO ERP-STATUS
                   MOVE VENTA-NUMERO TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   PERFORM WRITE-COLLECTION-TICKET
           END-WRITE.

       WRITE-COLLECTION-TICKET.
           MOVE WS-TICKET-NUMBER TO TICKET-NUMBER.
           MOVE WS-TODAY-DATE TO TICKET-FECHA.
           MOVE SO-CLAVE-CLIENTE TO TICKET-CLAVE-CLIENTE.
           MOVE 1 TO TICKET-LINE-COUNT.
           MOVE WS-ORDER-TOTAL TO TICKET-TOTAL.
           MOVE ZERO TO TICKET-SHIP-TO.
           MOVE WS-BRANCH TO TICKET-BRANCH.
           WRITE TICKET-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING TICKET: " FS-TICKETS
                   MOVE "SPECIAL-ORDER-ENTRY" TO ERP-PROGRAM
                   MOVE "WRITE-COLLECTION-TICKET" TO ERP-PARAGRAPH
                   MOVE "TICKETS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-TICKETS TO ERP-STATUS
                   MOVE TICKET-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   PERFORM FLAG-ORDER-COLLECTED
           END-WRITE.

       FLAG-ORDER-COLLECTED.
           SET SO-COLLECTED TO TRUE.
           MOVE WS-TODAY-DATE TO SO-COLLECTED-DATE.
           REWRITE SPECORD-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING SPECIAL ORDER: "
                      FS-SPECORD
                   MOVE "SPECIAL-ORDER-ENTRY" TO ERP-PROGRAM
                   MOVE "FLAG-ORDER-COLLECTED" TO ERP-PARAGRAPH
                   MOVE "SPECORD.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-SPECORD TO ERP-STATUS
                   MOVE SO-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-BALANCE-DUE TO WS-MONEY-EDIT
                   DISPLAY "ORDER " SO-NUMBER " COLLECTED ON TICKET "
                      WS-TICKET-NUMBER " - TAKEN " WS-MONEY-EDIT
           END-REWRITE.

       CANCEL-ORDER.
           PERFORM READ-SPECIAL-ORDER.
           IF WS-WAS-FOUND
               IF NOT SO-NOT-COLLECTED
                   DISPLAY "ORDER " SO-NUMBER " IS ALREADY CLOSED"
               ELSE
                   DISPLAY "CANCEL SPECIAL ORDER " SO-NUMBER
                      "? (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM-YES
                       IF SO-RECEIVED
                           PERFORM RELEASE-SO-RESERVATION
                           DISPLAY "GOODS STAY IN STOCK - RETURN "
                              "THEM IN SUPPLIER-RETURN OR SELL THEM"
                       ELSE
                           PERFORM CANCEL-PO-LINE
                       END-IF
                       PERFORM FLAG-ORDER-CANCELLED
                   END-IF
               END-IF
           END-IF.

       CANCEL-PO-LINE.
           MOVE SO-PO-NUMBER TO PO-NUMBER.
           MOVE SO-PO-LINE TO PO-LINE.
           READ PURCHORD-FILE
               INVALID KEY
                   DISPLAY "PO LINE NOT FOUND: " SO-PO-NUMBER
               NOT INVALID KEY
                   IF PO-DRAFT OR PO-AWAITING-APPROVAL
                       SET PO-CANCELLED TO TRUE
                       REWRITE PURCHORD-RECORD
                           INVALID KEY
                               DISPLAY "ERROR CANCELLING PO LINE: "
                                  FS-PURCHORD
                               MOVE "SPECIAL-ORDER-ENTRY" TO ERP-PROGRAM
                               MOVE "CANCEL-PO-LINE" TO ERP-PARAGRAPH
                               MOVE "PURCHORD.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-PURCHORD TO ERP-STATUS
                               MOVE PO-KEY TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               DISPLAY "PO " PO-NUMBER
                                  " LINE CANCELLED"
                       END-REWRITE
                   ELSE
                       DISPLAY "PO " PO-NUMBER " IS ALREADY WITH "
                          "THE SUPPLIER - CANCEL IT IN PO-ENTRY IF "
                          "THEY AGREE"
                   END-IF
           END-READ.

       FLAG-ORDER-CANCELLED.
           SET SO-CANCELLED TO TRUE.
           REWRITE SPECORD-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING SPECIAL ORDER: "
                      FS-SPECORD
                   MOVE "SPECIAL-ORDER-ENTRY" TO ERP-PROGRAM
                   MOVE "FLAG-ORDER-CANCELLED" TO ERP-PARAGRAPH
                   MOVE "SPECORD.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-SPECORD TO ERP-STATUS
                   MOVE SO-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   DISPLAY "ORDER " SO-NUMBER " CANCELLED"
                   IF SO-DEPOSIT > ZERO
                       MOVE SO-DEPOSIT TO WS-MONEY-EDIT
                       DISPLAY "DEPOSIT HELD: " WS-MONEY-EDIT
                          " REF " SO-DEPOSIT-REF
                          " - REFUND OR FORFEIT PER POLICY"
                   END-IF
           END-REWRITE.

       RELEASE-SO-RESERVATION.
           MOVE "R" TO WS-RSV-ACTION.
           PERFORM CALL-RESERVE-MANAGER.

       TAKE-SO-RESERVATION.
           MOVE "T" TO WS-RSV-ACTION.
           PERFORM CALL-RESERVE-MANAGER.

       CALL-RESERVE-MANAGER.
           MOVE SPACES TO WS-RSV-REFERENCE.
           MOVE SO-NUMBER TO WS-RSV-REFERENCE.
           MOVE SO-PROD-CODE TO WS-RSV-PROD-CODE.
           MOVE SO-QTY-RECEIVED TO WS-RSV-QUANTITY.
           CALL "RESERVE-MANAGER" USING WS-RSV-ACTION WS-RSV-SOURCE
              WS-RSV-REFERENCE WS-RSV-PROD-CODE WS-RSV-QUANTITY
              WS-RSV-EXPIRY WS-RSV-RESERVED WS-RSV-RESULT.

       GET-NEXT-SALE-NUMBER.
           OPEN INPUT SALE-CONTROL-FILE.
           IF FS-SALE-CONTROL-OK
               READ SALE-CONTROL-FILE
                   AT END
                       MOVE ZERO TO SALECTL-LAST-NUMBER
               END-READ
               CLOSE SALE-CONTROL-FILE
           ELSE
               MOVE ZERO TO SALECTL-LAST-NUMBER
           END-IF.
           COMPUTE WS-NEW-SALE-NUMBER = SALECTL-LAST-NUMBER + 1.
           MOVE WS-NEW-SALE-NUMBER TO SALECTL-LAST-NUMBER.
           OPEN OUTPUT SALE-CONTROL-FILE.
           WRITE SALE-CONTROL-RECORD.
           CLOSE SALE-CONTROL-FILE.

       GET-NEXT-TICKET-NUMBER.
           OPEN INPUT TICKET-CONTROL-FILE.
           IF FS-TICKET-CONTROL-OK
               READ TICKET-CONTROL-FILE
                   AT END
                       MOVE ZERO TO TICKCTL-LAST-NUMBER
               END-READ
               CLOSE TICKET-CONTROL-FILE
           ELSE
               MOVE ZERO TO TICKCTL-LAST-NUMBER
           END-IF.
           COMPUTE WS-TICKET-NUMBER = TICKCTL-LAST-NUMBER + 1.
           MOVE WS-TICKET-NUMBER TO TICKCTL-LAST-NUMBER.
           OPEN OUTPUT TICKET-CONTROL-FILE.
           WRITE TICKET-CONTROL-RECORD.
           CLOSE TICKET-CONTROL-FILE.

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE WS-BRANCH TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
           END-IF.

       WRITE-AUDIT-RECORD.
           CALL "AUDIT-NEXT-SEQ" USING AUDIT-SEQ.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE "SPECIAL-ORDER" TO AUDIT-PROGRAM.
           WRITE AUDIT-RECORD.

       CLOSE-FILES.
           CLOSE SPECORD-FILE.
           CLOSE PRODUCTS-FILE.
           PERFORM RELEASE-PRODUCTS-LOCK.
           IF WS-SUPPLIERS-IS-OPEN
               CLOSE SUPPLIERS-FILE
           END-IF.
           IF WS-CLIENTES-IS-OPEN
               CLOSE ARCHIVO-CLIENTES
           END-IF.
           CLOSE PURCHORD-FILE.
           CLOSE VENTAS-FILE.
           CLOSE TICKETS-FILE.
           IF FS-AUDIT-OK
               CLOSE AUDIT-LOG-FILE
           END-IF.
           IF FS-MOVES-OK
               CLOSE MOVES-FILE
           END-IF.
           DISPLAY "PROGRAM FINISHED.".

       TAKE-PRODUCTS-LOCK.
           MOVE "T" TO WS-LOCK-ACTION.
           MOVE "SPECIAL-ORDER" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "PRODUCTS.DAT IN USE BY " WS-LOCK-HOLDER
                  " - TRY AGAIN LATER"
               STOP RUN
           END-IF.

       RELEASE-PRODUCTS-LOCK.
           MOVE "R" TO WS-LOCK-ACTION.
           MOVE "SPECIAL-ORDER" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
