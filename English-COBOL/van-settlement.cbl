      ******************************************************************
      * Author:
      * Date:
      * Purpose: End-of-route settlement for a route van. For each
      *          VANLOAD.DAT line of the route day it shows what went
      *          out (sale stock plus delivery goods) less what the
      *          driver sold and delivered, takes the count of what
      *          came back, and books any difference as a variance
      *          to ADJUST.DAT under a REASON.DAT shrinkage code so
      *          the shrinkage report picks it up at PROD-COST. Stock
      *          that came back goes into PROD-STOCK, except booked
      *          delivery goods still owed to their tickets. Van
      *          sales are posted to SELLS.DAT as cash sales for the
      *          route date under the van branch VN, which the cash
      *          drawer report leaves out. The driver's cash - van
      *          sales at the loaded price plus cash collected on
      *          deliveries - is counted against what was expected
      *          and the over/short goes on OVRSHORT.DAT under the
      *          driver's operator number. VAN-SETTLEMENT-REPORT
      *          prints the result.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAN-SETTLEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT REASON-FILE ASSIGN TO "REASON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSN-CODE
               FILE STATUS IS FS-REASON.

           SELECT VANDAY-FILE ASSIGN TO "VANDAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VD-KEY
               FILE STATUS IS FS-VANDAY.

           SELECT VANLOAD-FILE ASSIGN TO "VANLOAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VL-KEY
               FILE STATUS IS FS-VANLOAD.

           SELECT VENTAS-FILE ASSIGN TO "SELLS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTA-NUMERO
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT SALE-CONTROL-FILE ASSIGN TO "SALECTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SALE-CONTROL.

           SELECT ADJUST-FILE ASSIGN TO "ADJUST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ADJUST.

           SELECT OVRSHORT-FILE ASSIGN TO "OVRSHORT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-OVRSHORT.

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
       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  REASON-FILE.
       COPY REASON-RECORD.

       FD  VANDAY-FILE.
       COPY VANDAY-RECORD.

       FD  VANLOAD-FILE.
       COPY VANLOAD-RECORD.

       FD  VENTAS-FILE.
       COPY VENTAS-RECORD.

       FD  SALE-CONTROL-FILE.
       01  SALE-CONTROL-RECORD.
           05 SALECTL-LAST-NUMBER PIC 9(08).

       FD  ADJUST-FILE.
       COPY ADJUST-RECORD.

       FD  OVRSHORT-FILE.
       COPY OVRSHORT-RECORD.

       FD  AUDIT-LOG-FILE.
       COPY AUDIT-RECORD.

       FD  MOVES-FILE.
       COPY MOVES-RECORD.

       FD  SIGNON-FILE.
       COPY SIGNON-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
       01  FS-REASON            PIC XX.
           88 FS-REASON-OK      VALUE "00".
       01  FS-VANDAY            PIC XX.
           88 FS-VANDAY-OK      VALUE "00".
       01  FS-VANLOAD           PIC XX.
           88 FS-VANLOAD-OK     VALUE "00".
           88 FS-VANLOAD-EOF    VALUE "10".
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
       01  FS-SALE-CONTROL      PIC XX.
           88 FS-SALE-CONTROL-OK VALUE "00".
       01  FS-ADJUST            PIC XX.
           88 FS-ADJUST-OK      VALUE "00".
           88 FS-ADJUST-NOT-EXIST VALUE "35".
       01  FS-OVRSHORT          PIC XX.
           88 FS-OVRSHORT-OK    VALUE "00".
           88 FS-OVRSHORT-NOT-EXIST VALUE "35".
       01  FS-AUDIT-LOG         PIC XX.
           88 FS-AUDIT-OK       VALUE "00".
           88 FS-AUDIT-NOT-EXIST VALUE "35".
       01  FS-MOVES             PIC XX.
           88 FS-MOVES-OK       VALUE "00".
           88 FS-MOVES-NOT-EXIST VALUE "35".
       01  FS-SIGNON            PIC XX.
           88 FS-SIGNON-OK      VALUE "00".

       01  WS-ROUTE-CODE        PIC X(2).
       01  WS-ROUTE-DATE        PIC 9(8).
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-CONFIRM           PIC X VALUE "N".
           88 WS-CONFIRMED      VALUE "Y", "y".
       01  WS-OPERATOR-ID       PIC 9(5) VALUE ZERO.

       01  WS-EXPECTED-BACK     PIC S9(6).
       01  WS-RETURNED-QTY      PIC 9(5).
       01  WS-UNDELIVERED       PIC S9(6).
       01  WS-TICKET-GOODS      PIC 9(5).
       01  WS-STOCK-CREDIT      PIC 9(5).
       01  WS-REASON-CODE       PIC X(2).
       01  WS-REASON-VALID      PIC X.
           88 WS-REASON-IS-VALID VALUE "Y".
       01  WS-NOTE              PIC X(30).
       01  WS-SALE-NUMBER       PIC 9(8).
       01  WS-VAN-BRANCH        PIC X(2) VALUE "VN".

       01  WS-LINE-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-VARIANCE-LINES    PIC 9(5) VALUE ZERO.
       01  WS-VARIANCE-VALUE    PIC S9(9)V99 VALUE ZERO.
       01  WS-LINE-VALUE        PIC S9(9)V99.
       01  WS-COUNTED-CASH      PIC 9(9)V99.
       01  WS-MONEY-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-SIGNED-EDIT       PIC -,---,--9.99.
       01  WS-QTY-EDIT          PIC -----9.

       01  WS-LOCK-ACTION       PIC X.
       01  WS-LOCK-NAME         PIC X(12) VALUE "PRODUCTS".
       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           IF FS-PRODUCTS-OK AND FS-REASON-OK AND FS-VANDAY-OK
              AND FS-VANLOAD-OK AND FS-VENTAS-OK
               PERFORM READ-SIGNON-SESSION
               DISPLAY " "
               DISPLAY "VAN ROUTE SETTLEMENT"
               PERFORM GET-ROUTE-DAY
               IF WS-CONFIRMED
                   PERFORM SETTLE-VAN-STOCK
                   PERFORM SETTLE-DRIVER-CASH
                   PERFORM CLOSE-ROUTE-DAY
               END-IF
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           PERFORM TAKE-PRODUCTS-LOCK.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "VAN-SETTLEMENT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT REASON-FILE.
           IF NOT FS-REASON-OK
               DISPLAY "REASON.DAT NOT AVAILABLE - SET UP REASON "
                  "CODES IN REASON-ENTRY FIRST"
           END-IF.
           OPEN I-O VANDAY-FILE.
           IF NOT FS-VANDAY-OK
               DISPLAY "VANDAY.DAT NOT AVAILABLE - LOAD THE VAN IN "
                  "VAN-LOAD FIRST"
           END-IF.
           OPEN I-O VANLOAD-FILE.
           IF NOT FS-VANLOAD-OK
               DISPLAY "ERROR OPENING VANLOAD.DAT: " FS-VANLOAD
               MOVE "VAN-SETTLEMENT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "VANLOAD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VANLOAD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "VAN-SETTLEMENT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND ADJUST-FILE.
           IF FS-ADJUST-NOT-EXIST
               OPEN OUTPUT ADJUST-FILE
           END-IF.
           IF NOT FS-ADJUST-OK
               DISPLAY "ERROR OPENING ADJUST.DAT: " FS-ADJUST
               MOVE "VAN-SETTLEMENT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "ADJUST.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ADJUST TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND OVRSHORT-FILE.
           IF FS-OVRSHORT-NOT-EXIST
               OPEN OUTPUT OVRSHORT-FILE
           END-IF.
           IF NOT FS-OVRSHORT-OK
               DISPLAY "ERROR OPENING OVRSHORT.DAT: " FS-OVRSHORT
               MOVE "VAN-SETTLEMENT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "OVRSHORT.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-OVRSHORT TO ERP-STATUS
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

       GET-ROUTE-DAY.
           DISPLAY "ROUTE CODE (2 characters): " WITH NO ADVANCING.
           ACCEPT WS-ROUTE-CODE.
           DISPLAY "ROUTE DATE (YYYYMMDD, 0 = TODAY): "
              WITH NO ADVANCING.
           ACCEPT WS-ROUTE-DATE.
           IF WS-ROUTE-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-ROUTE-DATE
           END-IF.
           MOVE WS-ROUTE-CODE TO VD-ROUTE-CODE.
           MOVE WS-ROUTE-DATE TO VD-ROUTE-DATE.
           READ VANDAY-FILE
               INVALID KEY
                   DISPLAY "ROUTE " WS-ROUTE-CODE " WAS NOT LOADED FOR "
                      WS-ROUTE-DATE
               NOT INVALID KEY
                   IF VD-SETTLED
                       DISPLAY "ROUTE " WS-ROUTE-CODE " FOR "
                          WS-ROUTE-DATE " WAS SETTLED ON "
                          VD-SETTLE-DATE
                   ELSE
                       DISPLAY "VAN " VD-VAN " DRIVER " VD-DRIVER
                       DISPLAY "SETTLE THIS ROUTE DAY NOW? (Y/N): "
                          WITH NO ADVANCING
                       ACCEPT WS-CONFIRM
                   END-IF
           END-READ.

      * Walk the route day's van lines and check each one back in
       SETTLE-VAN-STOCK.
           DISPLAY " ".
           DISPLAY "PROD  SALE-LD DELV-LD    SOLD   DELIV  EXPECT".
           MOVE WS-ROUTE-CODE TO VL-ROUTE-CODE.
           MOVE WS-ROUTE-DATE TO VL-ROUTE-DATE.
           MOVE LOW-VALUES TO VL-PROD-CODE.
           START VANLOAD-FILE KEY IS >= VL-KEY
               INVALID KEY
                   SET FS-VANLOAD-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-VAN-LINE.
           PERFORM SETTLE-ONE-LINE UNTIL FS-VANLOAD-EOF.
           DISPLAY " ".
           DISPLAY "VAN LINES SETTLED: " WS-LINE-COUNT
              " WITH VARIANCE: " WS-VARIANCE-LINES.
           MOVE WS-VARIANCE-VALUE TO WS-SIGNED-EDIT.
           DISPLAY "STOCK VARIANCE AT COST: " WS-SIGNED-EDIT.

       READ-NEXT-VAN-LINE.
           READ VANLOAD-FILE NEXT RECORD
               AT END
                   SET FS-VANLOAD-EOF TO TRUE
           END-READ.
           IF NOT FS-VANLOAD-EOF
               IF VL-ROUTE-CODE NOT = WS-ROUTE-CODE
                  OR VL-ROUTE-DATE NOT = WS-ROUTE-DATE
                   SET FS-VANLOAD-EOF TO TRUE
               END-IF
           END-IF.

       SETTLE-ONE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           COMPUTE WS-EXPECTED-BACK = VL-LOADED + VL-DELIV-LOADED
              - VL-SOLD - VL-DELIVERED.
           MOVE WS-EXPECTED-BACK TO WS-QTY-EDIT.
           DISPLAY " ".
           DISPLAY VL-PROD-CODE " " VL-LOADED "   " VL-DELIV-LOADED
              "   " VL-SOLD "   " VL-DELIVERED " " WS-QTY-EDIT.
           DISPLAY "UNITS COUNTED BACK OFF THE VAN: "
              WITH NO ADVANCING.
           ACCEPT WS-RETURNED-QTY.
           MOVE WS-RETURNED-QTY TO VL-RETURNED.
           COMPUTE VL-VARIANCE = WS-RETURNED-QTY - WS-EXPECTED-BACK.
           MOVE SPACES TO VL-REASON.
           IF VL-VARIANCE NOT = ZERO
               MOVE VL-VARIANCE TO WS-QTY-EDIT
               DISPLAY "VARIANCE " WS-QTY-EDIT " UNITS"
               PERFORM GET-REASON-CODE
               MOVE WS-REASON-CODE TO VL-REASON
               PERFORM WRITE-ADJUST-RECORD
               ADD 1 TO WS-VARIANCE-LINES
               COMPUTE WS-LINE-VALUE = VL-VARIANCE * VL-UNIT-COST
               ADD WS-LINE-VALUE TO WS-VARIANCE-VALUE
           END-IF.
           PERFORM RETURN-VAN-STOCK.
           IF VL-SOLD > ZERO
               PERFORM WRITE-VAN-SALE
           END-IF.
           REWRITE VANLOAD-RECORD.
           IF NOT FS-VANLOAD-OK
               DISPLAY "ERROR UPDATING VANLOAD.DAT: " FS-VANLOAD
               MOVE "VAN-SETTLEMENT" TO ERP-PROGRAM
               MOVE "SETTLE-ONE-LINE" TO ERP-PARAGRAPH
               MOVE "VANLOAD.DAT" TO ERP-FILE
               MOVE "REWRITE" TO ERP-OPERATION
               MOVE FS-VANLOAD TO ERP-STATUS
               MOVE VL-KEY TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           PERFORM READ-NEXT-VAN-LINE.

       GET-REASON-CODE.
           MOVE "N" TO WS-REASON-VALID.
           PERFORM UNTIL WS-REASON-IS-VALID
               DISPLAY "REASON CODE (2 characters): "
                  WITH NO ADVANCING
               ACCEPT WS-REASON-CODE
               MOVE WS-REASON-CODE TO RSN-CODE
               READ REASON-FILE
                   INVALID KEY
                       DISPLAY "UNKNOWN REASON CODE: "
                          WS-REASON-CODE
                   NOT INVALID KEY
                       DISPLAY "REASON: " RSN-DESCRIPTION
                       MOVE "Y" TO WS-REASON-VALID
               END-READ
           END-PERFORM.

      * Booked delivery goods that came back stay with their tickets;
      * everything else counted off the van goes back into stock
       RETURN-VAN-STOCK.
           COMPUTE WS-UNDELIVERED = VL-DELIV-LOADED - VL-DELIVERED.
           IF WS-UNDELIVERED < ZERO
               MOVE ZERO TO WS-UNDELIVERED
           END-IF.
           IF WS-RETURNED-QTY < WS-UNDELIVERED
               MOVE WS-RETURNED-QTY TO WS-TICKET-GOODS
           ELSE
               MOVE WS-UNDELIVERED TO WS-TICKET-GOODS
           END-IF.
           COMPUTE WS-STOCK-CREDIT = WS-RETURNED-QTY - WS-TICKET-GOODS.
           IF WS-STOCK-CREDIT > ZERO
               MOVE VL-PROD-CODE TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       DISPLAY "ERROR: PRODUCT NOT FOUND - "
                          VL-PROD-CODE
                   NOT INVALID KEY
                       PERFORM CREDIT-PRODUCT-STOCK
               END-READ
           END-IF.

       CREDIT-PRODUCT-STOCK.
           MOVE "R" TO AUDIT-ACTION.
           MOVE PROD-CODE TO AUDIT-CODE.
           MOVE PROD-NAME TO AUDIT-BEFORE-NAME.
           MOVE PROD-PRICE TO AUDIT-BEFORE-PRICE.
           MOVE PROD-STOCK TO AUDIT-BEFORE-STOCK.
           ADD WS-STOCK-CREDIT TO PROD-STOCK.
           REWRITE PRODUCTS-RECORD.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR UPDATING STOCK FOR: " PROD-CODE
           ELSE
               MOVE PROD-NAME TO AUDIT-AFTER-NAME
               MOVE PROD-PRICE TO AUDIT-AFTER-PRICE
               MOVE PROD-STOCK TO AUDIT-AFTER-STOCK
               PERFORM WRITE-AUDIT-RECORD
               MOVE PROD-CODE TO MOV-PROD-CODE
               SET MOV-VAN TO TRUE
               MOVE WS-STOCK-CREDIT TO MOV-QUANTITY
               MOVE PROD-STOCK TO MOV-BALANCE
               PERFORM WRITE-MOVES-RECORD
               DISPLAY "BACK IN STOCK " WS-STOCK-CREDIT
                  " - ON HAND " PROD-STOCK
           END-IF.

      * Van sales reach the sales history as one cash line per
      * product for the route date, sold by the driver
       WRITE-VAN-SALE.
           PERFORM GET-NEXT-SALE-NUMBER.
           MOVE WS-SALE-NUMBER TO VENTA-NUMERO.
           MOVE ZERO TO VENTA-TICKET.
           MOVE VL-PROD-CODE TO VENTA-CODIGO.
           MOVE VL-SOLD TO VENTA-CANTIDAD.
           MOVE WS-ROUTE-DATE TO VENTA-FECHA.
           MOVE SPACES TO VENTA-CLAVE-CLIENTE.
           MOVE VL-UNIT-PRICE TO VENTA-PRECIO.
           SET VENTA-SALE TO TRUE.
           SET VENTA-CASH TO TRUE.
           MOVE VD-DRIVER TO VENTA-OPERADOR.
           MOVE ZERO TO VENTA-QTY-RETURNED.
           MOVE SPACE TO VENTA-REVERSED.
           MOVE WS-VAN-BRANCH TO VENTA-BRANCH.
           MOVE SPACE TO VENTA-PRICE-SOURCE.
           MOVE ZERO TO VENTA-LIST-PRICE.
           WRITE VENTAS-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING VAN SALE TO SELLS.DAT: "
                      FS-VENTAS
                   MOVE "VAN-SETTLEMENT" TO ERP-PROGRAM
                   MOVE "WRITE-VAN-SALE" TO ERP-PARAGRAPH
                   MOVE "SELLS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-VENTAS TO ERP-STATUS
                   MOVE VENTA-NUMERO TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-WRITE.

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

      * The driver hands in van sales at the loaded price plus the
      * cash taken on deliveries
       SETTLE-DRIVER-CASH.
           COMPUTE VD-CASH-EXPECTED = VD-SALES-VALUE + VD-DELIV-CASH.
           DISPLAY " ".
           MOVE VD-SALES-VALUE TO WS-MONEY-EDIT.
           DISPLAY "VAN SALES:              " WS-MONEY-EDIT.
           MOVE VD-DELIV-CASH TO WS-MONEY-EDIT.
           DISPLAY "CASH ON DELIVERIES:     " WS-MONEY-EDIT.
           MOVE VD-CASH-EXPECTED TO WS-MONEY-EDIT.
           DISPLAY "CASH EXPECTED:          " WS-MONEY-EDIT.
           DISPLAY "CASH COUNTED FROM DRIVER: " WITH NO ADVANCING.
           ACCEPT WS-COUNTED-CASH.
           MOVE WS-COUNTED-CASH TO VD-CASH-COUNTED.
           COMPUTE VD-CASH-OVERSHORT =
              VD-CASH-COUNTED - VD-CASH-EXPECTED.
           MOVE VD-CASH-OVERSHORT TO WS-SIGNED-EDIT.
           DISPLAY "OVER/SHORT:           " WS-SIGNED-EDIT.
           IF FS-OVRSHORT-OK
               MOVE WS-ROUTE-DATE TO OS-DATE
               MOVE VD-DRIVER TO OS-OPERATOR
               MOVE VD-CASH-EXPECTED TO OS-EXPECTED
               MOVE VD-CASH-COUNTED TO OS-COUNTED
               MOVE VD-CASH-OVERSHORT TO OS-OVERSHORT
               MOVE SPACES TO OS-CURRENCY
               WRITE OVRSHORT-RECORD
           END-IF.

       CLOSE-ROUTE-DAY.
           SET VD-SETTLED TO TRUE.
           MOVE WS-TODAY-DATE TO VD-SETTLE-DATE.
           MOVE WS-OPERATOR-ID TO VD-OPERATOR.
           REWRITE VANDAY-RECORD.
           IF NOT FS-VANDAY-OK
               DISPLAY "ERROR UPDATING VANDAY.DAT: " FS-VANDAY
               MOVE "VAN-SETTLEMENT" TO ERP-PROGRAM
               MOVE "CLOSE-ROUTE-DAY" TO ERP-PARAGRAPH
               MOVE "VANDAY.DAT" TO ERP-FILE
               MOVE "REWRITE" TO ERP-OPERATION
               MOVE FS-VANDAY TO ERP-STATUS
               MOVE VD-KEY TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               DISPLAY " "
               DISPLAY "ROUTE " WS-ROUTE-CODE " " WS-ROUTE-DATE
                  " SETTLED"
           END-IF.

       WRITE-ADJUST-RECORD.
           IF FS-ADJUST-OK
               ACCEPT ADJ-DATE FROM DATE YYYYMMDD
               ACCEPT ADJ-TIME FROM TIME
               MOVE VL-PROD-CODE TO ADJ-PROD-CODE
               MOVE VL-VARIANCE TO ADJ-QUANTITY
               MOVE WS-REASON-CODE TO ADJ-REASON
               MOVE SPACES TO WS-NOTE
               STRING "VAN ROUTE " WS-ROUTE-CODE " " WS-ROUTE-DATE
                  DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
               MOVE WS-NOTE TO ADJ-NOTE
               MOVE WS-OPERATOR-ID TO ADJ-OPERATOR
               WRITE ADJUST-RECORD
           END-IF.

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE SPACES TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
           END-IF.

       WRITE-AUDIT-RECORD.
           CALL "AUDIT-NEXT-SEQ" USING AUDIT-SEQ.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE "VAN-SETTLEMENT" TO AUDIT-PROGRAM.
           WRITE AUDIT-RECORD.

       CLOSE-FILES.
           CLOSE PRODUCTS-FILE.
           PERFORM RELEASE-PRODUCTS-LOCK.
           CLOSE REASON-FILE.
           CLOSE VANDAY-FILE.
           CLOSE VANLOAD-FILE.
           CLOSE VENTAS-FILE.
           IF FS-ADJUST-OK
               CLOSE ADJUST-FILE
           END-IF.
           IF FS-OVRSHORT-OK
               CLOSE OVRSHORT-FILE
           END-IF.
           IF FS-AUDIT-OK
               CLOSE AUDIT-LOG-FILE
           END-IF.
           IF FS-MOVES-OK
               CLOSE MOVES-FILE
           END-IF.
           DISPLAY "PROGRAM FINISHED.".

       TAKE-PRODUCTS-LOCK.
           MOVE "T" TO WS-LOCK-ACTION.
           MOVE "VAN-SETTLEMENT" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "PRODUCTS.DAT IN USE BY " WS-LOCK-HOLDER
                  " - TRY AGAIN LATER"
               STOP RUN
           END-IF.

       RELEASE-PRODUCTS-LOCK.
           MOVE "R" TO WS-LOCK-ACTION.
           MOVE "VAN-SETTLEMENT" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
