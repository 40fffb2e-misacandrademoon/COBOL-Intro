      *          customer from clientes.idx, adds the quantity back
      *          to PROD-STOCK with an AUDIT.LOG entry, and leaves
      *          the credit to show as a negative in SALES-SUMMARY
      *          and the GL extract. When the sale carried a deposit
      *          or environmental fee line, the fee for the returned
      *          quantity is refunded on its own fee-refund line and
      *          included in the account or store-credit refund.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
       WORKING-STORAGE SECTION.
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
           88 FS-VENTAS-EOF     VALUE "10".

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
       01  WS-SALE-NUMBER       PIC 9(8).
       01  WS-RETURN-QTY        PIC 9(5).
       01  WS-NEW-SALE-NUMBER   PIC 9(8).
       01  WS-CREDIT-SALE-NUMBER PIC 9(8).
       01  WS-CREDIT-COUNT      PIC 9(5) VALUE ZERO.

       01  WS-ORIG-CODIGO       PIC X(5).
       01  WS-ORIG-RETURNED     PIC 9(5).
       01  WS-QTY-AVAILABLE     PIC 9(5).
       01  WS-CREDIT-AMOUNT     PIC 9(9)V99.
       01  WS-FEE-SEARCH        PIC X.
           88 WS-FEE-SEARCHING  VALUE "S".
           88 WS-FEE-FOUND      VALUE "F".
           88 WS-FEE-NOT-FOUND  VALUE "E".
       01  WS-FEE-SALE-NUMBER   PIC 9(8).
       01  WS-FEE-PRECIO        PIC 9(7)V99.
       01  WS-FEE-REFUND-AMOUNT PIC 9(9)V99.

       01  WS-LOCK-ACTION       PIC X.
       01  WS-LOCK-NAME         PIC X(12) VALUE "PRODUCTS".
       01  WS-LOCK-RESULT       PIC X.

       01  WS-ORIG-FECHA        PIC 9(8).
       01  WS-ORIG-BRANCH       PIC X(2).
       01  WS-ORIG-PRICE-SOURCE PIC X.
       01  WS-ORIG-LIST-PRICE   PIC 9(7)V99.
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-DAYS-SINCE-SALE   PIC S9(5).
       01  WS-RETURN-WINDOW-DAYS PIC 9(3) VALUE 30.
       01  WS-SERIAL-SUB        PIC 9(5).
       01  WS-SERIAL-NUMBER     PIC X(15).

       01  WS-ARI-TYPE          PIC X VALUE "C".
       01  WS-ARI-FECHA         PIC 9(8).
       01  WS-ARI-RESULT        PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           OPEN I-O VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "CUSTOMER-RETURNS" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           PERFORM TAKE-PRODUCTS-LOCK.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "CUSTOMER-RETURNS" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "CUSTOMER-RETURNS" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O GIFTCARD-FILE.
           IF FS-GIFTCARD-NOT-EXIST
           END-IF.
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "CUSTOMER-RETURNS" TO ERP-PROGRAM
               MOVE "OPEN-AUDIT-LOG" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-MOVES-FILE.
           END-IF.
           IF NOT FS-MOVES-OK
               DISPLAY "ERROR OPENING STOCKMOVES.DAT: " FS-MOVES
               MOVE "CUSTOMER-RETURNS" TO ERP-PROGRAM
               MOVE "OPEN-MOVES-FILE" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-EJOURNAL-FILE.
           END-IF.
           IF NOT FS-EJOURNAL-OK
               DISPLAY "ERROR OPENING EJOURNAL.DAT: " FS-EJOURNAL
               MOVE "CUSTOMER-RETURNS" TO ERP-PROGRAM
               MOVE "OPEN-EJOURNAL-FILE" TO ERP-PARAGRAPH
               MOVE "EJOURNAL.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-EJOURNAL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-DAYCLOSE-FILE.
           MOVE VENTA-PRECIO TO WS-ORIG-PRECIO.
           MOVE VENTA-TICKET TO WS-ORIG-TICKET.
           MOVE VENTA-TENDER TO WS-ORIG-TENDER.
      * Foreign cash is never paid back out - refund in local cash
           IF WS-ORIG-TENDER = "F"
               MOVE "C" TO WS-ORIG-TENDER
           END-IF.
           MOVE VENTA-OPERADOR TO WS-ORIG-OPERADOR.
           MOVE VENTA-QTY-RETURNED TO WS-ORIG-RETURNED.
           MOVE VENTA-FECHA TO WS-ORIG-FECHA.
           MOVE VENTA-BRANCH TO WS-ORIG-BRANCH.
           MOVE VENTA-PRICE-SOURCE TO WS-ORIG-PRICE-SOURCE.
           MOVE VENTA-LIST-PRICE TO WS-ORIG-LIST-PRICE.
           MOVE WS-ORIG-CLIENTE TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY

       WRITE-CREDIT-RECORD.
           PERFORM GET-NEXT-SALE-NUMBER.
           MOVE WS-NEW-SALE-NUMBER TO WS-CREDIT-SALE-NUMBER.
           MOVE WS-NEW-SALE-NUMBER TO VENTA-NUMERO.
           MOVE WS-ORIG-TICKET TO VENTA-TICKET.
           MOVE WS-ORIG-CODIGO TO VENTA-CODIGO.
           MOVE WS-ORIG-PRECIO TO VENTA-PRECIO.
           MOVE WS-ORIG-TENDER TO VENTA-TENDER.
           MOVE WS-ORIG-OPERADOR TO VENTA-OPERADOR.
           MOVE WS-ORIG-BRANCH TO VENTA-BRANCH.
           MOVE WS-ORIG-PRICE-SOURCE TO VENTA-PRICE-SOURCE.
           MOVE WS-ORIG-LIST-PRICE TO VENTA-LIST-PRICE.
           MOVE ZERO TO VENTA-QTY-RETURNED.
           MOVE SPACE TO VENTA-REVERSED.
           SET VENTA-CREDIT TO TRUE.
           WRITE VENTAS-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING CREDIT RECORD: " FS-VENTAS
                   MOVE "CUSTOMER-RETURNS" TO ERP-PROGRAM
                   MOVE "WRITE-CREDIT-RECORD" TO ERP-PARAGRAPH
                   MOVE "SELLS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-VENTAS TO ERP-STATUS
                   MOVE VENTA-NUMERO TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-CREDIT-COUNT
                   DISPLAY "CREDIT " VENTA-NUMERO " WRITTEN AGAINST "
                      "SALE " WS-SALE-NUMBER
                   PERFORM FLAG-ORIGINAL-RETURNED
                   PERFORM CHECK-AFTER-CLOSE
                   PERFORM REFUND-DEPOSIT-FEE
                   PERFORM CLAW-BACK-POINTS
                   IF WS-ORIG-TENDER = "A"
                       PERFORM CREDIT-ACCOUNT-BALANCE
                   END-IF
           END-WRITE.

       REFUND-DEPOSIT-FEE.
           MOVE ZERO TO WS-FEE-REFUND-AMOUNT.
           SET WS-FEE-SEARCHING TO TRUE.
           MOVE WS-ORIG-FECHA TO VENTA-FECHA.
           START VENTAS-FILE KEY IS = VENTA-FECHA
               INVALID KEY
                   SET WS-FEE-NOT-FOUND TO TRUE
           END-START.
           IF WS-FEE-SEARCHING
               PERFORM READ-NEXT-DAY-LINE
           END-IF.
           PERFORM CHECK-ONE-FEE-LINE UNTIL NOT WS-FEE-SEARCHING.
           IF WS-FEE-FOUND
               PERFORM WRITE-FEE-REFUND-RECORD
           END-IF.

       READ-NEXT-DAY-LINE.
           READ VENTAS-FILE NEXT RECORD
               AT END
                   SET WS-FEE-NOT-FOUND TO TRUE
           END-READ.
           IF WS-FEE-SEARCHING AND VENTA-FECHA NOT = WS-ORIG-FECHA
               SET WS-FEE-NOT-FOUND TO TRUE
           END-IF.

       CHECK-ONE-FEE-LINE.
           IF VENTA-FEE AND VENTA-TICKET = WS-ORIG-TICKET
              AND VENTA-CODIGO = WS-ORIG-CODIGO
              AND VENTA-NUMERO > WS-SALE-NUMBER
              AND VENTA-QTY-RETURNED < VENTA-CANTIDAD
               MOVE VENTA-NUMERO TO WS-FEE-SALE-NUMBER
               MOVE VENTA-PRECIO TO WS-FEE-PRECIO
               SET WS-FEE-FOUND TO TRUE
           ELSE
               PERFORM READ-NEXT-DAY-LINE
           END-IF.

       WRITE-FEE-REFUND-RECORD.
           PERFORM GET-NEXT-SALE-NUMBER.
           MOVE WS-NEW-SALE-NUMBER TO VENTA-NUMERO.
           MOVE WS-ORIG-TICKET TO VENTA-TICKET.
           MOVE WS-ORIG-CODIGO TO VENTA-CODIGO.
           MOVE WS-RETURN-QTY TO VENTA-CANTIDAD.
           MOVE WS-ORIG-CLIENTE TO VENTA-CLAVE-CLIENTE.
           MOVE WS-FEE-PRECIO TO VENTA-PRECIO.
           MOVE WS-ORIG-TENDER TO VENTA-TENDER.
           MOVE WS-ORIG-OPERADOR TO VENTA-OPERADOR.
           MOVE WS-ORIG-BRANCH TO VENTA-BRANCH.
           MOVE SPACE TO VENTA-PRICE-SOURCE.
           MOVE ZERO TO VENTA-LIST-PRICE.
           MOVE ZERO TO VENTA-QTY-RETURNED.
           MOVE SPACE TO VENTA-REVERSED.
           SET VENTA-FEE-REFUND TO TRUE.
           ACCEPT VENTA-FECHA FROM DATE YYYYMMDD.
           WRITE VENTAS-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING FEE REFUND RECORD: "
                      FS-VENTAS
                   MOVE "CUSTOMER-RETURNS" TO ERP-PROGRAM
                   MOVE "WRITE-FEE-REFUND-RECORD" TO ERP-PARAGRAPH
                   MOVE "SELLS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-VENTAS TO ERP-STATUS
                   MOVE VENTA-NUMERO TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   COMPUTE WS-FEE-REFUND-AMOUNT =
                      WS-FEE-PRECIO * WS-RETURN-QTY
                   DISPLAY "DEPOSIT/FEE REFUND " VENTA-NUMERO " OF "
                      WS-FEE-REFUND-AMOUNT " AGAINST FEE LINE "
                      WS-FEE-SALE-NUMBER
                   PERFORM FLAG-FEE-LINE-RETURNED
           END-WRITE.

       FLAG-FEE-LINE-RETURNED.
           MOVE WS-FEE-SALE-NUMBER TO VENTA-NUMERO.
           READ VENTAS-FILE
               INVALID KEY
                   DISPLAY "FEE LINE LOST - RETURNED QUANTITY "
                      "NOT RECORDED: " WS-FEE-SALE-NUMBER
               NOT INVALID KEY
                   ADD WS-RETURN-QTY TO VENTA-QTY-RETURNED
                   REWRITE VENTAS-RECORD
                       INVALID KEY
                           DISPLAY "ERROR FLAGGING FEE LINE: "
                              FS-VENTAS
                           MOVE "CUSTOMER-RETURNS" TO ERP-PROGRAM
                           MOVE "FLAG-FEE-LINE-RETURNED"
                              TO ERP-PARAGRAPH
                           MOVE "SELLS.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-VENTAS TO ERP-STATUS
                           MOVE VENTA-NUMERO TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

       CHECK-AFTER-CLOSE.
           IF FS-DAYCLOSE-OK AND FS-EJOURNAL-OK
               MOVE VENTA-FECHA TO CLOSE-DATE
                       INVALID KEY
                           DISPLAY "ERROR UPDATING SERIAL: "
                              FS-SERIAL
                           MOVE "CUSTOMER-RETURNS" TO ERP-PROGRAM
                           MOVE "RETURN-ONE-SERIAL" TO ERP-PARAGRAPH
                           MOVE "SERIAL.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-SERIAL TO ERP-STATUS
                           MOVE SER-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "SERIAL " WS-SERIAL-NUMBER
                              " BACK IN SELLABLE STATUS"
                       INVALID KEY
                           DISPLAY "ERROR UPDATING POINTS: "
                              FS-CLIENTES
                           MOVE "CUSTOMER-RETURNS" TO ERP-PROGRAM
                           MOVE "CLAW-BACK-POINTS" TO ERP-PARAGRAPH
                           MOVE "clientes.idx" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CLIENTES TO ERP-STATUS
                           MOVE CLAVE-CLIENTE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "POINTS BALANCE NOW "
                              CLIENTE-PUNTOS

       OFFER-GIFTCARD-REFUND.
           COMPUTE WS-CREDIT-AMOUNT =
              WS-ORIG-PRECIO * WS-RETURN-QTY + WS-FEE-REFUND-AMOUNT.
           DISPLAY "REFUND " WS-CREDIT-AMOUNT " TO A GIFT CARD AS "
              "STORE CREDIT? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-TAKE-GIFTCARD.
                           INVALID KEY
                               DISPLAY "ERROR UPDATING GIFT CARD: "
                                  FS-GIFTCARD
                               MOVE "CUSTOMER-RETURNS" TO ERP-PROGRAM
                               MOVE "OFFER-GIFTCARD-REFUND"
                                  TO ERP-PARAGRAPH
                               MOVE "GIFTCARD.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-GIFTCARD TO ERP-STATUS
                               MOVE GC-CARD-NUMBER TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               MOVE GC-BALANCE TO WS-GC-BALANCE-EDIT
                               DISPLAY "CARD " GC-CARD-NUMBER
               INVALID KEY
                   DISPLAY "ERROR ISSUING STORE CREDIT CARD: "
                      FS-GIFTCARD
                   MOVE "CUSTOMER-RETURNS" TO ERP-PROGRAM
                   MOVE "ISSUE-STORE-CREDIT-CARD" TO ERP-PARAGRAPH
                   MOVE "GIFTCARD.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-GIFTCARD TO ERP-STATUS
                   MOVE GC-CARD-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE GC-BALANCE TO WS-GC-BALANCE-EDIT
                   DISPLAY "STORE CREDIT CARD " GC-CARD-NUMBER
                       INVALID KEY
                           DISPLAY "ERROR FLAGGING ORIGINAL SALE: "
                              FS-VENTAS
                           MOVE "CUSTOMER-RETURNS" TO ERP-PROGRAM
                           MOVE "FLAG-ORIGINAL-RETURNED"
                              TO ERP-PARAGRAPH
                           MOVE "SELLS.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-VENTAS TO ERP-STATUS
                           MOVE VENTA-NUMERO TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE

       CREDIT-ACCOUNT-BALANCE.
           COMPUTE WS-CREDIT-AMOUNT =
              WS-ORIG-PRECIO * WS-RETURN-QTY + WS-FEE-REFUND-AMOUNT.
           MOVE WS-ORIG-CLIENTE TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                       INVALID KEY
                           DISPLAY "ERROR UPDATING CUSTOMER "
                              "BALANCE: " FS-CLIENTES
                           MOVE "CUSTOMER-RETURNS" TO ERP-PROGRAM
                           MOVE "CREDIT-ACCOUNT-BALANCE"
                              TO ERP-PARAGRAPH
                           MOVE "clientes.idx" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CLIENTES TO ERP-STATUS
                           MOVE CLAVE-CLIENTE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "ACCOUNT BALANCE NOW "
                              CLIENTE-SALDO
                           PERFORM ADD-CREDIT-MEMO-ITEM
                   END-REWRITE
           END-READ.

       ADD-CREDIT-MEMO-ITEM.
           ACCEPT WS-ARI-FECHA FROM DATE YYYYMMDD.
           CALL "AR-ITEM-WRITER" USING WS-ORIG-CLIENTE WS-ARI-TYPE
              WS-ARI-FECHA WS-ORIG-TICKET WS-CREDIT-SALE-NUMBER
              WS-CREDIT-AMOUNT WS-ARI-RESULT.
           IF WS-ARI-RESULT NOT = "Y"
               DISPLAY "WARNING: OPEN ITEM NOT RECORDED FOR TICKET "
                  WS-ORIG-TICKET
           END-IF.

       GET-NEXT-SALE-NUMBER.
           OPEN INPUT SALE-CONTROL-FILE.
           IF FS-SALE-CONTROL-OK

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE WS-ORIG-BRANCH TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
