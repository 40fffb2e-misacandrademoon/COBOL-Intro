      *          reversing entry instead of hand-editing the live
      *          file, restores PROD-STOCK, and records both sides in
      *          AUDIT.LOG so SALES-RECONCILIATION balances by
      *          itself. A deposit or environmental fee line rung
      *          with the sale is reversed with it as a fee refund.
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
       01  WS-NEW-SALE-NUMBER   PIC 9(8).
       01  WS-VOID-SALE-NUMBER  PIC 9(8).
       01  WS-VOID-COUNT        PIC 9(5) VALUE ZERO.

       01  WS-ORIG-CODIGO       PIC X(5).
       01  WS-ORIG-TENDER       PIC X.
       01  WS-ORIG-OPERADOR     PIC 9(5).
       01  WS-VOID-AMOUNT       PIC 9(9)V99.
       01  WS-ORIG-FECHA        PIC 9(8).
       01  WS-ORIG-BRANCH       PIC X(2).
       01  WS-ORIG-PRICE-SOURCE PIC X.
       01  WS-ORIG-LIST-PRICE   PIC 9(7)V99.
       01  WS-FEE-SEARCH        PIC X.
           88 WS-FEE-SEARCHING  VALUE "S".
           88 WS-FEE-FOUND      VALUE "F".
           88 WS-FEE-NOT-FOUND  VALUE "E".
       01  WS-FEE-SALE-NUMBER   PIC 9(8).
       01  WS-FEE-PRECIO        PIC 9(7)V99.
       01  WS-FEE-QTY           PIC 9(5).
       01  WS-FEE-VOID-AMOUNT   PIC 9(9)V99 VALUE ZERO.
       01  WS-CLAWBACK-POINTS   PIC 9(7).
       01  FS-EJOURNAL          PIC XX.
           88 FS-EJOURNAL-OK    VALUE "00".
       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

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
               MOVE "SALE-VOID" TO ERP-PROGRAM
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
               MOVE "SALE-VOID" TO ERP-PROGRAM
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
               MOVE "SALE-VOID" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-AUDIT-LOG.
           END-IF.
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "SALE-VOID" TO ERP-PROGRAM
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
               MOVE "SALE-VOID" TO ERP-PROGRAM
               MOVE "OPEN-MOVES-FILE" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-DAYCLOSE-FILE.
           END-IF.
           IF NOT FS-EJOURNAL-OK
               DISPLAY "ERROR OPENING EJOURNAL.DAT: " FS-EJOURNAL
               MOVE "SALE-VOID" TO ERP-PROGRAM
               MOVE "OPEN-EJOURNAL-FILE" TO ERP-PARAGRAPH
               MOVE "EJOURNAL.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-EJOURNAL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       WRITE-EJOURNAL-VOID.
           MOVE VENTA-PRECIO TO WS-ORIG-PRECIO.
           MOVE VENTA-TICKET TO WS-ORIG-TICKET.
           MOVE VENTA-TENDER TO WS-ORIG-TENDER.
      * Foreign cash is never paid back out - refund in local cash
           IF WS-ORIG-TENDER = "F"
               MOVE "C" TO WS-ORIG-TENDER
           END-IF.
           MOVE VENTA-OPERADOR TO WS-ORIG-OPERADOR.
           MOVE VENTA-FECHA TO WS-ORIG-FECHA.
           MOVE VENTA-BRANCH TO WS-ORIG-BRANCH.
           MOVE VENTA-PRICE-SOURCE TO WS-ORIG-PRICE-SOURCE.
           MOVE VENTA-LIST-PRICE TO WS-ORIG-LIST-PRICE.
           DISPLAY "SALE " WS-SALE-NUMBER ": " WS-ORIG-CANTIDAD
              " OF " WS-ORIG-CODIGO " AT " WS-ORIG-PRECIO
              " CUSTOMER " WS-ORIG-CLIENTE.

       WRITE-REVERSING-ENTRY.
           PERFORM GET-NEXT-SALE-NUMBER.
           MOVE WS-NEW-SALE-NUMBER TO WS-VOID-SALE-NUMBER.
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
           SET VENTA-VOID TO TRUE.
               INVALID KEY
                   DISPLAY "ERROR WRITING REVERSING ENTRY: "
                      FS-VENTAS
                   MOVE "SALE-VOID" TO ERP-PROGRAM
                   MOVE "WRITE-REVERSING-ENTRY" TO ERP-PARAGRAPH
                   MOVE "SELLS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-VENTAS TO ERP-STATUS
                   MOVE VENTA-NUMERO TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-VOID-COUNT
                   DISPLAY "REVERSING ENTRY " VENTA-NUMERO
                   PERFORM FLAG-ORIGINAL-VOIDED
                   PERFORM WRITE-EJOURNAL-VOID
                   PERFORM CHECK-AFTER-CLOSE
                   PERFORM REVERSE-DEPOSIT-FEE
                   PERFORM CLAW-BACK-POINTS
                   IF WS-ORIG-TENDER = "A"
                       PERFORM CREDIT-ACCOUNT-BALANCE
                   END-IF
           END-WRITE.

       REVERSE-DEPOSIT-FEE.
           MOVE ZERO TO WS-FEE-VOID-AMOUNT.
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
               PERFORM WRITE-FEE-REVERSAL
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
              AND NOT VENTA-IS-REVERSED
               MOVE VENTA-NUMERO TO WS-FEE-SALE-NUMBER
               MOVE VENTA-PRECIO TO WS-FEE-PRECIO
               COMPUTE WS-FEE-QTY =
                  VENTA-CANTIDAD - VENTA-QTY-RETURNED
               SET WS-FEE-FOUND TO TRUE
           ELSE
               PERFORM READ-NEXT-DAY-LINE
           END-IF.

       WRITE-FEE-REVERSAL.
           IF WS-FEE-QTY > ZERO
               PERFORM GET-NEXT-SALE-NUMBER
               MOVE WS-NEW-SALE-NUMBER TO VENTA-NUMERO
               MOVE WS-ORIG-TICKET TO VENTA-TICKET
               MOVE WS-ORIG-CODIGO TO VENTA-CODIGO
               MOVE WS-FEE-QTY TO VENTA-CANTIDAD
               MOVE WS-ORIG-CLIENTE TO VENTA-CLAVE-CLIENTE
               MOVE WS-FEE-PRECIO TO VENTA-PRECIO
               MOVE WS-ORIG-TENDER TO VENTA-TENDER
               MOVE WS-ORIG-OPERADOR TO VENTA-OPERADOR
               MOVE WS-ORIG-BRANCH TO VENTA-BRANCH
               MOVE SPACE TO VENTA-PRICE-SOURCE
               MOVE ZERO TO VENTA-LIST-PRICE
               MOVE ZERO TO VENTA-QTY-RETURNED
               MOVE SPACE TO VENTA-REVERSED
               SET VENTA-FEE-REFUND TO TRUE
               ACCEPT VENTA-FECHA FROM DATE YYYYMMDD
               WRITE VENTAS-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING FEE REVERSAL: "
                          FS-VENTAS
                       MOVE "SALE-VOID" TO ERP-PROGRAM
                       MOVE "WRITE-FEE-REVERSAL" TO ERP-PARAGRAPH
                       MOVE "SELLS.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-VENTAS TO ERP-STATUS
                       MOVE VENTA-NUMERO TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       COMPUTE WS-FEE-VOID-AMOUNT =
                          WS-FEE-PRECIO * WS-FEE-QTY
                       DISPLAY "FEE LINE " WS-FEE-SALE-NUMBER
                          " REVERSED BY " VENTA-NUMERO
               END-WRITE
           END-IF.
           MOVE WS-FEE-SALE-NUMBER TO VENTA-NUMERO.
           READ VENTAS-FILE
               INVALID KEY
                   DISPLAY "FEE LINE LOST - VOID FLAG NOT "
                      "RECORDED: " WS-FEE-SALE-NUMBER
               NOT INVALID KEY
                   SET VENTA-IS-REVERSED TO TRUE
                   REWRITE VENTAS-RECORD
                       INVALID KEY
                           DISPLAY "ERROR FLAGGING FEE LINE: "
                              FS-VENTAS
                           MOVE "SALE-VOID" TO ERP-PROGRAM
                           MOVE "WRITE-FEE-REVERSAL" TO ERP-PARAGRAPH
                           MOVE "SELLS.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-VENTAS TO ERP-STATUS
                           MOVE VENTA-NUMERO TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

       CLAW-BACK-POINTS.
           COMPUTE WS-CLAWBACK-POINTS =
              WS-ORIG-PRECIO * WS-ORIG-CANTIDAD.
                       INVALID KEY
                           DISPLAY "ERROR UPDATING POINTS: "
                              FS-CLIENTES
                           MOVE "SALE-VOID" TO ERP-PROGRAM
                           MOVE "CLAW-BACK-POINTS" TO ERP-PARAGRAPH
                           MOVE "clientes.idx" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CLIENTES TO ERP-STATUS
                           MOVE CLAVE-CLIENTE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "POINTS BALANCE NOW "
                              CLIENTE-PUNTOS
                       INVALID KEY
                           DISPLAY "ERROR FLAGGING ORIGINAL SALE: "
                              FS-VENTAS
                           MOVE "SALE-VOID" TO ERP-PROGRAM
                           MOVE "FLAG-ORIGINAL-VOIDED" TO ERP-PARAGRAPH
                           MOVE "SELLS.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-VENTAS TO ERP-STATUS
                           MOVE VENTA-NUMERO TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE

       CREDIT-ACCOUNT-BALANCE.
           COMPUTE WS-VOID-AMOUNT =
              WS-ORIG-PRECIO * WS-ORIG-CANTIDAD + WS-FEE-VOID-AMOUNT.
           MOVE WS-ORIG-CLIENTE TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                       INVALID KEY
                           DISPLAY "ERROR UPDATING CUSTOMER "
                              "BALANCE: " FS-CLIENTES
                           MOVE "SALE-VOID" TO ERP-PROGRAM
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
              WS-ARI-FECHA WS-ORIG-TICKET WS-VOID-SALE-NUMBER
              WS-VOID-AMOUNT WS-ARI-RESULT.
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
