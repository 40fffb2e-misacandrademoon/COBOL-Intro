      ******************************************************************
      * Author:
      * Date:
      * Purpose: Posting run for the tickets OFFLINE-CAPTURE held on
      *          HOLDSALE.DAT while PRODUCTS.DAT was locked. Takes
      *          the PRODUCTS lock and reads the held lines in hold
      *          number order. Each pending line is checked again
      *          against available-to-sell and, if it still fits,
      *          goes through the same path as a keyed sale: stock
      *          decrement, AUDIT.LOG, STOCKMOVES.DAT, lots, branch
      *          stock, SELLS.DAT line at the captured price plus its
      *          fee line, and the "LN" event on EJOURNAL.DAT. Each
      *          hold becomes one ticket on TICKETS.DAT with its "TT"
      *          and "TN" events, account balance and loyalty points,
      *          the ship-to captured with it and, for a customer on
      *          a delivery route, the route's DELIVERY-CHARGE line as
      *          the register adds it. Lines of a customer with a
      *          current exemption certificate on the capture date
      *          go to the exempt-sales log through TAX-EXEMPT-MANAGER.
      *          Lines keep the date they were captured unless that
      *          day has since been closed, in which case they post
      *          under today. Lines that can no longer post - product
      *          gone or stock short meanwhile - are marked suspended
      *          and sent to SUSPENSE.DAT; SUSPENSE-RESUBMIT puts them
      *          back to pending for the next run. Posted lines carry
      *          their sale and ticket numbers, so a rerun posts
      *          nothing twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-SALES-POST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDSALE-FILE ASSIGN TO "HOLDSALE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS FS-HOLDSALE.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

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

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CLIENTE
               FILE STATUS IS FS-CLIENTES.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.

           SELECT DAYCLOSE-FILE ASSIGN TO "DAYCLOSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLOSE-DATE
               FILE STATUS IS FS-DAYCLOSE.

           SELECT LOTS-FILE ASSIGN TO "LOTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS FS-LOTS.

           SELECT BRANCH-STOCK-FILE ASSIGN TO "BRANCHSTK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS FS-BRANCH-STOCK.

           SELECT TICKET-CONTROL-FILE ASSIGN TO "TICKCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TICKET-CONTROL.

           SELECT SALE-CONTROL-FILE ASSIGN TO "SALECTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SALE-CONTROL.

           SELECT MOVES-FILE ASSIGN TO "STOCKMOVES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVES.

           SELECT EJOURNAL-FILE ASSIGN TO "EJOURNAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-EJOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDSALE-FILE.
       COPY HOLDSALE-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  VENTAS-FILE.
       COPY VENTAS-RECORD.

       FD  TICKETS-FILE.
       COPY TICKET-RECORD.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       FD  AUDIT-LOG-FILE.
       COPY AUDIT-RECORD.

       FD  DAYCLOSE-FILE.
       COPY DAYCLOSE-RECORD.

       FD  LOTS-FILE.
       COPY LOT-RECORD.

       FD  BRANCH-STOCK-FILE.
       COPY BRANCH-STOCK-RECORD.

       FD  TICKET-CONTROL-FILE.
       01  TICKET-CONTROL-RECORD.
           05 TICKCTL-LAST-NUMBER PIC 9(06).

       FD  SALE-CONTROL-FILE.
       01  SALE-CONTROL-RECORD.
           05 SALECTL-LAST-NUMBER PIC 9(08).

       FD  MOVES-FILE.
       COPY MOVES-RECORD.

       FD  EJOURNAL-FILE.
       COPY EJOURNAL-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-HOLDSALE          PIC XX.
           88 FS-HOLDSALE-OK    VALUE "00".
           88 FS-HOLDSALE-EOF   VALUE "10".
           88 FS-HOLDSALE-NOT-EXIST VALUE "35".

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
           88 FS-VENTAS-NOT-EXIST VALUE "35".

       01  FS-TICKETS           PIC XX.
           88 FS-TICKETS-OK     VALUE "00".
           88 FS-TICKETS-NOT-EXIST VALUE "35".

       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".

       01  FS-AUDIT-LOG         PIC XX.
           88 FS-AUDIT-OK       VALUE "00".
           88 FS-AUDIT-NOT-EXIST VALUE "35".

       01  FS-DAYCLOSE          PIC XX.
           88 FS-DAYCLOSE-OK    VALUE "00".
       01  WS-DAYCLOSE-OPEN     PIC X VALUE "N".
           88 WS-DAYCLOSE-IS-OPEN VALUE "Y".

       01  FS-LOTS              PIC XX.
           88 FS-LOTS-OK        VALUE "00".
           88 FS-LOTS-NOT-EXIST VALUE "35".

       01  FS-BRANCH-STOCK      PIC XX.
           88 FS-BRANCH-OK      VALUE "00".
           88 FS-BRANCH-NOT-EXIST VALUE "35".

       01  FS-TICKET-CONTROL    PIC XX.
           88 FS-TICKET-CONTROL-OK VALUE "00".

       01  FS-SALE-CONTROL      PIC XX.
           88 FS-SALE-CONTROL-OK VALUE "00".

       01  FS-MOVES             PIC XX.
           88 FS-MOVES-OK       VALUE "00".
           88 FS-MOVES-NOT-EXIST VALUE "35".

       01  FS-EJOURNAL          PIC XX.
           88 FS-EJOURNAL-OK    VALUE "00".
           88 FS-EJOURNAL-NOT-EXIST VALUE "35".

       01  WS-HOY               PIC 9(8).
       01  WS-POST-DATE         PIC 9(8).
       01  WS-CANT-VENTA        PIC 9(5).
       01  WS-AVAILABLE-QTY     PIC 9(5).
       01  WS-TICKET-NUMBER     PIC 9(6).
       01  WS-SALE-NUMBER       PIC 9(8).
       01  WS-FEE-LINE-AMOUNT   PIC 9(7)V99.

       01  WS-CURRENT-HOLD      PIC 9(6) VALUE ZERO.
       01  WS-HOLD-CUSTOMER     PIC X(10).
       01  WS-HOLD-TENDER       PIC X.
       01  WS-HOLD-OPERATOR     PIC 9(5).
       01  WS-HOLD-BRANCH       PIC X(2).
       01  WS-HOLD-SHIP-TO      PIC 9(3).
       01  WS-HOLD-PRIOR-POST   PIC X.
           88 WS-HOLD-POSTED-BEFORE VALUE "Y".
       01  WS-DELIV-ROUTE       PIC X(2).
       01  WS-TICKET-CASES      PIC 9(5).
       01  WS-LINE-CASES        PIC 9(5).
       01  WS-DLV-GOODS-VALUE   PIC 9(9)V99.
       01  WS-DLV-CHARGE        PIC 9(7)V99.
       01  WS-DLV-RESULT        PIC X.
           88 WS-DLV-RULE-FOUND VALUE "Y".
       01  WS-TICKET-DATE       PIC 9(8).
       01  WS-TICKET-LINES      PIC 9(3).
       01  WS-TICKET-TOTAL      PIC 9(9)V99.
       01  WS-TICKET-TOTAL-EDIT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-POINTS-EARNED     PIC 9(7).
       01  WS-LINE-POINTS       PIC 9(7).

       01  WS-EJ-EVENT          PIC XX.
       01  WS-EJ-PROD-CODE      PIC X(5).
       01  WS-EJ-QUANTITY       PIC 9(5).
       01  WS-EJ-AMOUNT         PIC S9(9)V99.

       01  WS-POSTED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-SUSPENDED-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-TICKET-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-REDATED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-REVENUE-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01  WS-REVENUE-EDIT      PIC Z,ZZZ,ZZ9.99.
       01  WS-SUSPEND-REASON    PIC X(30).

       01  WS-RSV-ACTION        PIC X.
       01  WS-RSV-SOURCE        PIC X(2).
       01  WS-RSV-REFERENCE     PIC X(9).
       01  WS-RSV-PROD-CODE     PIC X(5).
       01  WS-RSV-QUANTITY      PIC 9(5).
       01  WS-RSV-EXPIRY        PIC 9(8).
       01  WS-RSV-RESERVED      PIC 9(7).
       01  WS-RSV-RESULT        PIC X.

       01  WS-SUS-SOURCE        PIC X(17).
       01  WS-SUS-REASON        PIC X(30).
       01  WS-SUS-DATA          PIC X(80).
       01  WS-SUS-RESULT        PIC X.

       01  WS-LOT-REMAINING     PIC 9(5).
       01  WS-LOT-TAKE          PIC 9(5).
       01  WS-BEST-LOT-NUMBER   PIC X(10).
       01  WS-BEST-LOT-EXPIRY   PIC 9(8).
       01  WS-LOT-FOUND         PIC X.
           88 WS-LOT-IS-FOUND   VALUE "Y".
       01  WS-FIN-LOTES         PIC X.
           88 WS-NO-MORE-LOTS   VALUE "Y".

       01  WS-LOCK-ACTION       PIC X.
       01  WS-LOCK-NAME         PIC X(12) VALUE "PRODUCTS".
       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

       01  WS-TXE-ACTION        PIC X.
       01  WS-TXE-FECHA         PIC 9(8).
       01  WS-TXE-SALE-NUMBER   PIC 9(8).
       01  WS-TXE-CLASS         PIC X.
       01  WS-TXE-AMOUNT        PIC S9(9)V99.
       01  WS-TXE-CERTIFICATE   PIC X(20).
       01  WS-TXE-TYPE          PIC X.
       01  WS-TXE-EXPIRY        PIC 9(8).
       01  WS-TXE-RESULT        PIC X VALUE "N".
           88 WS-TXE-VALID      VALUE "V".
       01  WS-TXE-LOG-RESULT    PIC X.

       01  WS-ARI-TYPE          PIC X VALUE "I".
       01  WS-ARI-REFERENCE     PIC 9(8) VALUE ZERO.
       01  WS-ARI-RESULT        PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           PERFORM OPEN-FILES.
           IF FS-HOLDSALE-OK AND FS-PRODUCTS-OK AND FS-VENTAS-OK
              AND FS-TICKETS-OK AND FS-CLIENTES-OK
               PERFORM CHECK-DAY-NOT-CLOSED
               PERFORM OPEN-JOURNAL-FILES
               PERFORM OPEN-LOT-BRANCH-FILES
               MOVE ZERO TO HS-HOLD-NUMBER HS-LINE
               START HOLDSALE-FILE KEY IS >= HS-KEY
                   INVALID KEY
                       SET FS-HOLDSALE-EOF TO TRUE
               END-START
               IF NOT FS-HOLDSALE-EOF
                   PERFORM READ-NEXT-HELD-LINE
               END-IF
               PERFORM POST-ONE-HELD-LINE UNTIL FS-HOLDSALE-EOF
               PERFORM CLOSE-HELD-TICKET
               PERFORM PRINT-SUMMARY
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN I-O HOLDSALE-FILE.
           IF FS-HOLDSALE-NOT-EXIST
               DISPLAY "HOLDSALE.DAT NOT FOUND - NOTHING HELD"
           ELSE
               IF NOT FS-HOLDSALE-OK
                   DISPLAY "ERROR OPENING HOLDSALE.DAT: " FS-HOLDSALE
                   MOVE "HOLD-SALES-POST" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "HOLDSALE.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-HOLDSALE TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.
           PERFORM TAKE-PRODUCTS-LOCK.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "HOLD-SALES-POST" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O VENTAS-FILE.
           IF FS-VENTAS-NOT-EXIST
               OPEN OUTPUT VENTAS-FILE
               CLOSE VENTAS-FILE
               OPEN I-O VENTAS-FILE
           END-IF.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "HOLD-SALES-POST" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O TICKETS-FILE.
           IF FS-TICKETS-NOT-EXIST
               OPEN OUTPUT TICKETS-FILE
               CLOSE TICKETS-FILE
               OPEN I-O TICKETS-FILE
           END-IF.
           IF NOT FS-TICKETS-OK
               DISPLAY "ERROR OPENING TICKETS.DAT: " FS-TICKETS
               MOVE "HOLD-SALES-POST" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "TICKETS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-TICKETS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "HOLD-SALES-POST" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF FS-AUDIT-NOT-EXIST
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "HOLD-SALES-POST" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-JOURNAL-FILES.
           OPEN EXTEND MOVES-FILE.
           IF FS-MOVES-NOT-EXIST
               OPEN OUTPUT MOVES-FILE
           END-IF.
           IF NOT FS-MOVES-OK
               DISPLAY "ERROR OPENING STOCKMOVES.DAT: " FS-MOVES
               MOVE "HOLD-SALES-POST" TO ERP-PROGRAM
               MOVE "OPEN-JOURNAL-FILES" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND EJOURNAL-FILE.
           IF FS-EJOURNAL-NOT-EXIST
               OPEN OUTPUT EJOURNAL-FILE
           END-IF.
           IF NOT FS-EJOURNAL-OK
               DISPLAY "ERROR OPENING EJOURNAL.DAT: " FS-EJOURNAL
               MOVE "HOLD-SALES-POST" TO ERP-PROGRAM
               MOVE "OPEN-JOURNAL-FILES" TO ERP-PARAGRAPH
               MOVE "EJOURNAL.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-EJOURNAL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-HELD-LINE.
           READ HOLDSALE-FILE NEXT RECORD
               AT END
                   SET FS-HOLDSALE-EOF TO TRUE
           END-READ.

       POST-ONE-HELD-LINE.
           IF HS-HOLD-NUMBER NOT = WS-CURRENT-HOLD
               PERFORM CLOSE-HELD-TICKET
               MOVE HS-HOLD-NUMBER TO WS-CURRENT-HOLD
               MOVE HS-CLAVE-CLIENTE TO WS-HOLD-CUSTOMER
               MOVE HS-TENDER TO WS-HOLD-TENDER
               MOVE HS-OPERATOR TO WS-HOLD-OPERATOR
               MOVE HS-BRANCH TO WS-HOLD-BRANCH
               MOVE HS-SHIP-TO TO WS-HOLD-SHIP-TO
               MOVE "N" TO WS-HOLD-PRIOR-POST
               MOVE "N" TO WS-TXE-RESULT
               MOVE SPACES TO WS-DELIV-ROUTE
               MOVE ZERO TO WS-TICKET-NUMBER WS-TICKET-LINES
                  WS-TICKET-TOTAL WS-POINTS-EARNED WS-TICKET-CASES
           END-IF.
      * A hold partly posted on an earlier run has had its delivery
      * charge already
           IF HS-POSTED
               MOVE "Y" TO WS-HOLD-PRIOR-POST
           END-IF.
           IF HS-PENDING
               PERFORM CHECK-HELD-LINE
           END-IF.
           PERFORM READ-NEXT-HELD-LINE.

       CHECK-HELD-LINE.
           MOVE HS-CANTIDAD TO WS-CANT-VENTA.
           MOVE HS-PROD-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   MOVE "PRODUCT NO LONGER ON FILE" TO
                      WS-SUSPEND-REASON
                   PERFORM SUSPEND-HELD-LINE
               NOT INVALID KEY
                   PERFORM COMPUTE-AVAILABLE-TO-SELL
                   IF WS-AVAILABLE-QTY < WS-CANT-VENTA
                       MOVE "INSUFFICIENT STOCK AT POSTING" TO
                          WS-SUSPEND-REASON
                       PERFORM SUSPEND-HELD-LINE
                   ELSE
                       PERFORM POST-HELD-LINE
                   END-IF
           END-READ.

       COMPUTE-AVAILABLE-TO-SELL.
           MOVE PROD-STOCK TO WS-AVAILABLE-QTY.
           MOVE "Q" TO WS-RSV-ACTION.
           MOVE SPACES TO WS-RSV-SOURCE WS-RSV-REFERENCE.
           MOVE PROD-CODE TO WS-RSV-PROD-CODE.
           MOVE ZERO TO WS-RSV-QUANTITY WS-RSV-EXPIRY.
           CALL "RESERVE-MANAGER" USING WS-RSV-ACTION WS-RSV-SOURCE
              WS-RSV-REFERENCE WS-RSV-PROD-CODE WS-RSV-QUANTITY
              WS-RSV-EXPIRY WS-RSV-RESERVED WS-RSV-RESULT.
           IF WS-RSV-RESERVED >= WS-AVAILABLE-QTY
               MOVE ZERO TO WS-AVAILABLE-QTY
           ELSE
               SUBTRACT WS-RSV-RESERVED FROM WS-AVAILABLE-QTY
           END-IF.

       SUSPEND-HELD-LINE.
           MOVE "HOLD-SALES-POST" TO WS-SUS-SOURCE.
           MOVE WS-SUSPEND-REASON TO WS-SUS-REASON.
           MOVE SPACES TO WS-SUS-DATA.
           STRING HS-HOLD-NUMBER DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  HS-LINE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  HS-PROD-CODE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  HS-CANTIDAD DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  HS-CLAVE-CLIENTE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  HS-TENDER DELIMITED BY SIZE
                  INTO WS-SUS-DATA
           END-STRING.
           CALL "SUSPENSE-WRITER" USING WS-SUS-SOURCE WS-SUS-REASON
              WS-SUS-DATA WS-SUS-RESULT.
           IF WS-SUS-RESULT NOT = "Y"
               DISPLAY "WARNING: SUSPENSE RECORD NOT WRITTEN FOR HOLD "
                  HS-HOLD-NUMBER " LINE " HS-LINE
           END-IF.
           SET HS-SUSPENDED TO TRUE.
           REWRITE HOLDSALE-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING HELD LINE " HS-KEY ": "
                      FS-HOLDSALE
                   MOVE "HOLD-SALES-POST" TO ERP-PROGRAM
                   MOVE "SUSPEND-HELD-LINE" TO ERP-PARAGRAPH
                   MOVE "HOLDSALE.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-HOLDSALE TO ERP-STATUS
                   MOVE HS-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   CONTINUE
           END-REWRITE.
           ADD 1 TO WS-SUSPENDED-COUNT.
           DISPLAY "SUSPENDED: HOLD " HS-HOLD-NUMBER " LINE " HS-LINE
              " " HS-PROD-CODE " - " WS-SUSPEND-REASON.

       POST-HELD-LINE.
           MOVE "R" TO AUDIT-ACTION.
           MOVE PROD-CODE TO AUDIT-CODE.
           MOVE PROD-NAME TO AUDIT-BEFORE-NAME.
           MOVE PROD-PRICE TO AUDIT-BEFORE-PRICE.
           MOVE PROD-STOCK TO AUDIT-BEFORE-STOCK.
           SUBTRACT WS-CANT-VENTA FROM PROD-STOCK.
           REWRITE PRODUCTS-RECORD.
           IF NOT FS-PRODUCTS-OK
               MOVE "STOCK UPDATE FAILED" TO WS-SUSPEND-REASON
               PERFORM SUSPEND-HELD-LINE
           ELSE
               MOVE PROD-NAME TO AUDIT-AFTER-NAME
               MOVE PROD-PRICE TO AUDIT-AFTER-PRICE
               MOVE PROD-STOCK TO AUDIT-AFTER-STOCK
               PERFORM WRITE-AUDIT-RECORD
               MOVE PROD-CODE TO MOV-PROD-CODE
               SET MOV-SALE TO TRUE
               COMPUTE MOV-QUANTITY = ZERO - WS-CANT-VENTA
               MOVE PROD-STOCK TO MOV-BALANCE
               PERFORM WRITE-MOVES-RECORD
               PERFORM CONSUME-LOTS-FEFO
               PERFORM DECREMENT-BRANCH-STOCK
               PERFORM SET-POSTING-DATE
               IF WS-TICKET-NUMBER = ZERO
                   PERFORM GET-NEXT-TICKET-NUMBER
                   MOVE WS-POST-DATE TO WS-TICKET-DATE
                   PERFORM LOAD-HOLD-CUSTOMER
               END-IF
               PERFORM WRITE-HELD-VENTA
           END-IF.

       SET-POSTING-DATE.
           MOVE HS-FECHA TO WS-POST-DATE.
           IF WS-DAYCLOSE-IS-OPEN AND HS-FECHA NOT = WS-HOY
               MOVE HS-FECHA TO CLOSE-DATE
               READ DAYCLOSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-HOY TO WS-POST-DATE
                       ADD 1 TO WS-REDATED-COUNT
                       DISPLAY "DAY " HS-FECHA " IS CLOSED - HOLD "
                          HS-HOLD-NUMBER " LINE " HS-LINE
                          " POSTED UNDER " WS-HOY
               END-READ
           END-IF.

       WRITE-HELD-VENTA.
           PERFORM GET-NEXT-SALE-NUMBER.
           MOVE WS-SALE-NUMBER TO VENTA-NUMERO.
           MOVE WS-TICKET-NUMBER TO VENTA-TICKET.
           MOVE HS-PROD-CODE TO VENTA-CODIGO.
           MOVE WS-CANT-VENTA TO VENTA-CANTIDAD.
           MOVE HS-CLAVE-CLIENTE TO VENTA-CLAVE-CLIENTE.
           MOVE HS-PRECIO TO VENTA-PRECIO.
           MOVE HS-TENDER TO VENTA-TENDER.
           MOVE HS-OPERATOR TO VENTA-OPERADOR.
           MOVE ZERO TO VENTA-QTY-RETURNED.
           MOVE SPACE TO VENTA-REVERSED.
           SET VENTA-SALE TO TRUE.
           MOVE HS-BRANCH TO VENTA-BRANCH.
           MOVE HS-PRICE-SOURCE TO VENTA-PRICE-SOURCE.
           MOVE HS-LIST-PRICE TO VENTA-LIST-PRICE.
           MOVE WS-POST-DATE TO VENTA-FECHA.
           WRITE VENTAS-RECORD.
           IF FS-VENTAS-OK
               ADD 1 TO WS-POSTED-COUNT
               ADD 1 TO WS-TICKET-LINES
               COMPUTE WS-TICKET-TOTAL = WS-TICKET-TOTAL +
                  HS-PRECIO * WS-CANT-VENTA
               COMPUTE WS-REVENUE-TOTAL = WS-REVENUE-TOTAL +
                  HS-PRECIO * WS-CANT-VENTA
               COMPUTE WS-LINE-POINTS = HS-PRECIO * WS-CANT-VENTA
               ADD WS-LINE-POINTS TO WS-POINTS-EARNED
               IF PROD-UNITS-PER-CASE > ZERO
                   DIVIDE WS-CANT-VENTA BY PROD-UNITS-PER-CASE
                      GIVING WS-LINE-CASES
                   ADD WS-LINE-CASES TO WS-TICKET-CASES
               END-IF
               IF WS-TXE-VALID
                   PERFORM LOG-EXEMPT-LINE
               END-IF
               MOVE "LN" TO WS-EJ-EVENT
               MOVE HS-PROD-CODE TO WS-EJ-PROD-CODE
               MOVE WS-CANT-VENTA TO WS-EJ-QUANTITY
               COMPUTE WS-EJ-AMOUNT = HS-PRECIO * WS-CANT-VENTA
               PERFORM WRITE-EJOURNAL-EVENT
               MOVE VENTA-NUMERO TO HS-SALE-NUMBER
               IF HS-FEE-AMOUNT > ZERO
                   PERFORM WRITE-HELD-FEE-VENTA
               END-IF
               MOVE WS-TICKET-NUMBER TO HS-TICKET
               SET HS-POSTED TO TRUE
               REWRITE HOLDSALE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR MARKING HELD LINE " HS-KEY
                          " POSTED: " FS-HOLDSALE
                       MOVE "HOLD-SALES-POST" TO ERP-PROGRAM
                       MOVE "WRITE-HELD-VENTA" TO ERP-PARAGRAPH
                       MOVE "HOLDSALE.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-HOLDSALE TO ERP-STATUS
                       MOVE HS-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       CONTINUE
               END-REWRITE
               DISPLAY "POSTED: HOLD " HS-HOLD-NUMBER " LINE "
                  HS-LINE " " HS-PROD-CODE " AS SALE "
                  HS-SALE-NUMBER
           ELSE
               DISPLAY "ERROR WRITING SALE FOR HOLD " HS-HOLD-NUMBER
                  " LINE " HS-LINE ": " FS-VENTAS
               MOVE "HOLD-SALES-POST" TO ERP-PROGRAM
               MOVE "WRITE-HELD-VENTA" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "WRITE" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE VENTA-NUMERO TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       WRITE-HELD-FEE-VENTA.
           PERFORM GET-NEXT-SALE-NUMBER.
           MOVE WS-SALE-NUMBER TO VENTA-NUMERO.
           MOVE HS-FEE-AMOUNT TO VENTA-PRECIO.
           SET VENTA-FEE TO TRUE.
           MOVE SPACE TO VENTA-PRICE-SOURCE.
           MOVE ZERO TO VENTA-LIST-PRICE.
           WRITE VENTAS-RECORD.
           IF FS-VENTAS-OK
               COMPUTE WS-FEE-LINE-AMOUNT =
                  HS-FEE-AMOUNT * WS-CANT-VENTA
               ADD 1 TO WS-TICKET-LINES
               ADD WS-FEE-LINE-AMOUNT TO WS-TICKET-TOTAL
               ADD WS-FEE-LINE-AMOUNT TO WS-REVENUE-TOTAL
               MOVE "LN" TO WS-EJ-EVENT
               MOVE WS-FEE-LINE-AMOUNT TO WS-EJ-AMOUNT
               PERFORM WRITE-EJOURNAL-EVENT
           ELSE
               DISPLAY "ERROR WRITING FEE LINE FOR " HS-PROD-CODE
                  ": " FS-VENTAS
               MOVE "HOLD-SALES-POST" TO ERP-PROGRAM
               MOVE "WRITE-HELD-FEE-VENTA" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "WRITE" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE VENTA-NUMERO TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       CLOSE-HELD-TICKET.
           IF WS-DELIV-ROUTE NOT = SPACES AND WS-TICKET-LINES > ZERO
              AND NOT WS-HOLD-POSTED-BEFORE
               PERFORM ADD-DELIVERY-CHARGE
           END-IF.
           IF WS-TICKET-LINES > ZERO
               MOVE WS-TICKET-NUMBER TO TICKET-NUMBER
               MOVE WS-TICKET-DATE TO TICKET-FECHA
               MOVE WS-HOLD-CUSTOMER TO TICKET-CLAVE-CLIENTE
               MOVE WS-TICKET-LINES TO TICKET-LINE-COUNT
               MOVE WS-TICKET-TOTAL TO TICKET-TOTAL
               MOVE WS-HOLD-SHIP-TO TO TICKET-SHIP-TO
               MOVE WS-HOLD-BRANCH TO TICKET-BRANCH
               WRITE TICKET-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING TICKET: " FS-TICKETS
                       MOVE "HOLD-SALES-POST" TO ERP-PROGRAM
                       MOVE "CLOSE-HELD-TICKET" TO ERP-PARAGRAPH
                       MOVE "TICKETS.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-TICKETS TO ERP-STATUS
                       MOVE TICKET-NUMBER TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-TICKET-COUNT
                       MOVE WS-TICKET-TOTAL TO WS-TICKET-TOTAL-EDIT
                       DISPLAY "TICKET " TICKET-NUMBER " FROM HOLD "
                          WS-CURRENT-HOLD " - " TICKET-LINE-COUNT
                          " LINE(S), TOTAL " WS-TICKET-TOTAL-EDIT
                       MOVE "TT" TO WS-EJ-EVENT
                       MOVE SPACES TO WS-EJ-PROD-CODE
                       MOVE ZERO TO WS-EJ-QUANTITY
                       MOVE WS-TICKET-TOTAL TO WS-EJ-AMOUNT
                       PERFORM WRITE-EJOURNAL-EVENT
                       MOVE "TN" TO WS-EJ-EVENT
                       MOVE WS-HOLD-TENDER TO WS-EJ-PROD-CODE
                       PERFORM WRITE-EJOURNAL-EVENT
                       PERFORM POST-CUSTOMER-TOTALS
               END-WRITE
           END-IF.
           MOVE ZERO TO WS-TICKET-LINES.

      * Route and exemption are taken when the hold's first line
      * posts; the certificate is checked on the day the sale was
      * captured.
       LOAD-HOLD-CUSTOMER.
           MOVE WS-HOLD-CUSTOMER TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   MOVE SPACES TO WS-DELIV-ROUTE
               NOT INVALID KEY
                   MOVE CLIENTE-RUTA TO WS-DELIV-ROUTE
           END-READ.
           MOVE "C" TO WS-TXE-ACTION.
           MOVE HS-FECHA TO WS-TXE-FECHA.
           CALL "TAX-EXEMPT-MANAGER" USING WS-TXE-ACTION
              WS-HOLD-CUSTOMER WS-TXE-FECHA WS-TXE-SALE-NUMBER
              WS-TICKET-NUMBER WS-TXE-CLASS WS-TXE-AMOUNT
              WS-TXE-CERTIFICATE WS-TXE-TYPE WS-TXE-EXPIRY
              WS-TXE-RESULT.

      * Each untaxed line goes to the exempt-sales log for the
      * remittance return
       LOG-EXEMPT-LINE.
           MOVE "L" TO WS-TXE-ACTION.
           MOVE VENTA-FECHA TO WS-TXE-FECHA.
           MOVE VENTA-NUMERO TO WS-TXE-SALE-NUMBER.
           MOVE PROD-TAX-CLASS TO WS-TXE-CLASS.
           COMPUTE WS-TXE-AMOUNT = HS-PRECIO * WS-CANT-VENTA.
           CALL "TAX-EXEMPT-MANAGER" USING WS-TXE-ACTION
              WS-HOLD-CUSTOMER WS-TXE-FECHA WS-TXE-SALE-NUMBER
              WS-TICKET-NUMBER WS-TXE-CLASS WS-TXE-AMOUNT
              WS-TXE-CERTIFICATE WS-TXE-TYPE WS-TXE-EXPIRY
              WS-TXE-LOG-RESULT.

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
           PERFORM GET-NEXT-SALE-NUMBER.
           MOVE WS-SALE-NUMBER TO VENTA-NUMERO.
           MOVE WS-TICKET-NUMBER TO VENTA-TICKET.
           MOVE WS-DELIV-ROUTE TO VENTA-CODIGO.
           MOVE 1 TO VENTA-CANTIDAD.
           MOVE WS-HOLD-CUSTOMER TO VENTA-CLAVE-CLIENTE.
           MOVE WS-DLV-CHARGE TO VENTA-PRECIO.
           MOVE WS-HOLD-TENDER TO VENTA-TENDER.
           MOVE WS-HOLD-OPERATOR TO VENTA-OPERADOR.
           MOVE ZERO TO VENTA-QTY-RETURNED.
           MOVE SPACE TO VENTA-REVERSED.
           SET VENTA-DELIVERY-CHG TO TRUE.
           MOVE WS-HOLD-BRANCH TO VENTA-BRANCH.
           MOVE SPACE TO VENTA-PRICE-SOURCE.
           MOVE ZERO TO VENTA-LIST-PRICE.
           MOVE WS-TICKET-DATE TO VENTA-FECHA.
           WRITE VENTAS-RECORD.
           IF FS-VENTAS-OK
               ADD 1 TO WS-TICKET-LINES
               ADD WS-DLV-CHARGE TO WS-REVENUE-TOTAL
               ADD WS-DLV-CHARGE TO WS-TICKET-TOTAL
               DISPLAY "  + DELIVERY ROUTE " WS-DELIV-ROUTE " "
                  WS-DLV-CHARGE
               MOVE "LN" TO WS-EJ-EVENT
               MOVE WS-DELIV-ROUTE TO WS-EJ-PROD-CODE
               MOVE 1 TO WS-EJ-QUANTITY
               MOVE WS-DLV-CHARGE TO WS-EJ-AMOUNT
               PERFORM WRITE-EJOURNAL-EVENT
           ELSE
               DISPLAY "ERROR WRITING DELIVERY CHARGE LINE FOR TICKET "
                  WS-TICKET-NUMBER ": " FS-VENTAS
               MOVE "HOLD-SALES-POST" TO ERP-PROGRAM
               MOVE "WRITE-DELIVERY-VENTA" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "WRITE" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE VENTA-NUMERO TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       POST-CUSTOMER-TOTALS.
           MOVE WS-HOLD-CUSTOMER TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "CUSTOMER RECORD LOST - BALANCE AND POINTS "
                      "NOT UPDATED: " WS-HOLD-CUSTOMER
               NOT INVALID KEY
                   ADD WS-POINTS-EARNED TO CLIENTE-PUNTOS
                   IF WS-HOLD-TENDER = "A"
                       ADD WS-TICKET-TOTAL TO CLIENTE-SALDO
                   END-IF
                   REWRITE REGISTRO-CLIENTE
                       INVALID KEY
                           DISPLAY "ERROR UPDATING CUSTOMER: "
                              FS-CLIENTES
                           MOVE "HOLD-SALES-POST" TO ERP-PROGRAM
                           MOVE "POST-CUSTOMER-TOTALS" TO ERP-PARAGRAPH
                           MOVE "clientes.idx" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CLIENTES TO ERP-STATUS
                           MOVE CLAVE-CLIENTE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           IF WS-HOLD-TENDER = "A"
                               PERFORM ADD-OPEN-INVOICE-ITEM
                           END-IF
                   END-REWRITE
           END-READ.

       ADD-OPEN-INVOICE-ITEM.
           CALL "AR-ITEM-WRITER" USING WS-HOLD-CUSTOMER WS-ARI-TYPE
              WS-TICKET-DATE WS-TICKET-NUMBER WS-ARI-REFERENCE
              WS-TICKET-TOTAL WS-ARI-RESULT.
           IF WS-ARI-RESULT NOT = "Y"
               DISPLAY "WARNING: OPEN ITEM NOT RECORDED FOR TICKET "
                  WS-TICKET-NUMBER
           END-IF.

       WRITE-EJOURNAL-EVENT.
           IF FS-EJOURNAL-OK
               ACCEPT EJ-DATE FROM DATE YYYYMMDD
               ACCEPT EJ-TIME FROM TIME
               MOVE WS-HOLD-OPERATOR TO EJ-OPERATOR
               MOVE WS-EJ-EVENT TO EJ-EVENT
               MOVE WS-TICKET-NUMBER TO EJ-TICKET
               MOVE WS-EJ-PROD-CODE TO EJ-PROD-CODE
               MOVE WS-EJ-QUANTITY TO EJ-QUANTITY
               MOVE WS-EJ-AMOUNT TO EJ-AMOUNT
               WRITE EJOURNAL-RECORD
           END-IF.

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
           COMPUTE WS-SALE-NUMBER = SALECTL-LAST-NUMBER + 1.
           MOVE WS-SALE-NUMBER TO SALECTL-LAST-NUMBER.
           OPEN OUTPUT SALE-CONTROL-FILE.
           WRITE SALE-CONTROL-RECORD.
           CLOSE SALE-CONTROL-FILE.

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE HS-BRANCH TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
           END-IF.

       WRITE-AUDIT-RECORD.
           CALL "AUDIT-NEXT-SEQ" USING AUDIT-SEQ.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE "HOLD-SALES-POST" TO AUDIT-PROGRAM.
           WRITE AUDIT-RECORD.

       PRINT-SUMMARY.
           MOVE WS-REVENUE-TOTAL TO WS-REVENUE-EDIT.
           DISPLAY " ".
           DISPLAY "HELD LINES POSTED: " WS-POSTED-COUNT.
           DISPLAY "TICKETS WRITTEN: " WS-TICKET-COUNT.
           DISPLAY "LINES SENT TO SUSPENSE: " WS-SUSPENDED-COUNT.
           IF WS-REDATED-COUNT > ZERO
               DISPLAY "LINES POSTED UNDER TODAY (DAY CLOSED): "
                  WS-REDATED-COUNT
           END-IF.
           DISPLAY "REVENUE POSTED THIS RUN: " WS-REVENUE-EDIT.

       CLOSE-FILES.
           IF FS-HOLDSALE-OK OR FS-HOLDSALE-EOF
               CLOSE HOLDSALE-FILE
           END-IF.
           CLOSE PRODUCTS-FILE.
           PERFORM RELEASE-PRODUCTS-LOCK.
           CLOSE VENTAS-FILE.
           CLOSE TICKETS-FILE.
           CLOSE ARCHIVO-CLIENTES.
           IF FS-AUDIT-OK
               CLOSE AUDIT-LOG-FILE
           END-IF.
           IF FS-MOVES-OK
               CLOSE MOVES-FILE
           END-IF.
           IF FS-EJOURNAL-OK
               CLOSE EJOURNAL-FILE
           END-IF.
           IF WS-DAYCLOSE-IS-OPEN
               CLOSE DAYCLOSE-FILE
           END-IF.
           IF FS-LOTS-OK
               CLOSE LOTS-FILE
           END-IF.
           IF FS-BRANCH-OK
               CLOSE BRANCH-STOCK-FILE
           END-IF.

       TAKE-PRODUCTS-LOCK.
           MOVE "T" TO WS-LOCK-ACTION.
           MOVE "HOLD-SALES-POST" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "PRODUCTS.DAT IN USE BY " WS-LOCK-HOLDER
                  " - TRY AGAIN LATER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       RELEASE-PRODUCTS-LOCK.
           MOVE "R" TO WS-LOCK-ACTION.
           MOVE "HOLD-SALES-POST" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.

       CHECK-DAY-NOT-CLOSED.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           OPEN INPUT DAYCLOSE-FILE.
           IF FS-DAYCLOSE-OK
               MOVE "Y" TO WS-DAYCLOSE-OPEN
               MOVE WS-HOY TO CLOSE-DATE
               READ DAYCLOSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "DAY " WS-HOY " IS CLOSED - NO "
                          "FURTHER SALES CAN BE POSTED"
                       PERFORM CLOSE-FILES
                       MOVE 8 TO RETURN-CODE
                       GOBACK
               END-READ
           END-IF.

       OPEN-LOT-BRANCH-FILES.
           OPEN I-O LOTS-FILE.
           IF FS-LOTS-NOT-EXIST
               OPEN OUTPUT LOTS-FILE
               CLOSE LOTS-FILE
               OPEN I-O LOTS-FILE
           END-IF.
           IF NOT FS-LOTS-OK
               DISPLAY "ERROR OPENING LOTS.DAT: " FS-LOTS
               MOVE "HOLD-SALES-POST" TO ERP-PROGRAM
               MOVE "OPEN-LOT-BRANCH-FILES" TO ERP-PARAGRAPH
               MOVE "LOTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-LOTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O BRANCH-STOCK-FILE.
           IF FS-BRANCH-NOT-EXIST
               OPEN OUTPUT BRANCH-STOCK-FILE
               CLOSE BRANCH-STOCK-FILE
               OPEN I-O BRANCH-STOCK-FILE
           END-IF.
           IF NOT FS-BRANCH-OK
               DISPLAY "ERROR OPENING BRANCHSTK.DAT: "
                  FS-BRANCH-STOCK
               MOVE "HOLD-SALES-POST" TO ERP-PROGRAM
               MOVE "OPEN-LOT-BRANCH-FILES" TO ERP-PARAGRAPH
               MOVE "BRANCHSTK.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-BRANCH-STOCK TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       CONSUME-LOTS-FEFO.
           IF FS-LOTS-OK
               MOVE WS-CANT-VENTA TO WS-LOT-REMAINING
               MOVE "Y" TO WS-LOT-FOUND
               PERFORM UNTIL WS-LOT-REMAINING = ZERO
                  OR NOT WS-LOT-IS-FOUND
                   PERFORM FIND-EARLIEST-LOT
                   IF WS-LOT-IS-FOUND
                       PERFORM CONSUME-FROM-LOT
                   END-IF
               END-PERFORM
           END-IF.

       FIND-EARLIEST-LOT.
           MOVE "N" TO WS-LOT-FOUND.
           MOVE 99999999 TO WS-BEST-LOT-EXPIRY.
           MOVE SPACES TO WS-BEST-LOT-NUMBER.
           MOVE "N" TO WS-FIN-LOTES.
           MOVE HS-PROD-CODE TO LOT-PROD-CODE.
           MOVE LOW-VALUES TO LOT-NUMBER.
           START LOTS-FILE KEY IS >= LOT-KEY
               INVALID KEY
                   SET WS-NO-MORE-LOTS TO TRUE
           END-START.
           PERFORM READ-NEXT-LOT.
           PERFORM CHECK-LOT-CANDIDATE UNTIL WS-NO-MORE-LOTS.

       READ-NEXT-LOT.
           READ LOTS-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-LOTS TO TRUE
           END-READ.
           IF NOT WS-NO-MORE-LOTS
               IF LOT-PROD-CODE NOT = HS-PROD-CODE
                   SET WS-NO-MORE-LOTS TO TRUE
               END-IF
           END-IF.

       CHECK-LOT-CANDIDATE.
           IF LOT-QUANTITY > ZERO
              AND LOT-EXPIRY-DATE < WS-BEST-LOT-EXPIRY
               MOVE LOT-EXPIRY-DATE TO WS-BEST-LOT-EXPIRY
               MOVE LOT-NUMBER TO WS-BEST-LOT-NUMBER
               MOVE "Y" TO WS-LOT-FOUND
           END-IF.
           PERFORM READ-NEXT-LOT.

       CONSUME-FROM-LOT.
           MOVE HS-PROD-CODE TO LOT-PROD-CODE.
           MOVE WS-BEST-LOT-NUMBER TO LOT-NUMBER.
           READ LOTS-FILE
               INVALID KEY
                   MOVE "N" TO WS-LOT-FOUND
               NOT INVALID KEY
                   IF LOT-QUANTITY < WS-LOT-REMAINING
                       MOVE LOT-QUANTITY TO WS-LOT-TAKE
                   ELSE
                       MOVE WS-LOT-REMAINING TO WS-LOT-TAKE
                   END-IF
                   SUBTRACT WS-LOT-TAKE FROM LOT-QUANTITY
                   SUBTRACT WS-LOT-TAKE FROM WS-LOT-REMAINING
                   REWRITE LOT-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING LOT: " FS-LOTS
                           MOVE "HOLD-SALES-POST" TO ERP-PROGRAM
                           MOVE "CONSUME-FROM-LOT" TO ERP-PARAGRAPH
                           MOVE "LOTS.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-LOTS TO ERP-STATUS
                           MOVE LOT-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           MOVE "N" TO WS-LOT-FOUND
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

       DECREMENT-BRANCH-STOCK.
           IF FS-BRANCH-OK
               MOVE HS-PROD-CODE TO BR-PROD-CODE
               MOVE HS-BRANCH TO BR-BRANCH
               READ BRANCH-STOCK-FILE
                   INVALID KEY
                       DISPLAY "NO BRANCH STOCK RECORD FOR "
                          HS-PROD-CODE " AT BRANCH " HS-BRANCH
                   NOT INVALID KEY
                       IF BR-STOCK < WS-CANT-VENTA
                           DISPLAY "BRANCH STOCK SHORT FOR "
                              HS-PROD-CODE " AT " HS-BRANCH
                              " - SET TO ZERO"
                           MOVE ZERO TO BR-STOCK
                       ELSE
                           SUBTRACT WS-CANT-VENTA FROM BR-STOCK
                       END-IF
                       REWRITE BRANCH-STOCK-RECORD
                           INVALID KEY
                               DISPLAY "ERROR UPDATING BRANCH "
                                  "STOCK: " FS-BRANCH-STOCK
                               MOVE "HOLD-SALES-POST" TO ERP-PROGRAM
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
               END-READ
           END-IF.
