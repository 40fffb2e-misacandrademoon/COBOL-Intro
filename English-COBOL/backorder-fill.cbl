               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT TICKETS-FILE ASSIGN TO "TICKETS.DAT"

       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".
           88 FS-CLIENTES-EOF   VALUE "10".

       01  FS-AUDIT-LOG         PIC XX.
           88 FS-AUDIT-OK       VALUE "00".
       01  WS-STILL-OPEN-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-FILL-BRANCH       PIC X(2).
       01  WS-FILL-AMOUNT       PIC 9(9)V99.
       01  WS-GROUP-CODE        PIC X(10).
       01  WS-GROUP-SALDO       PIC S9(9)V99.
       01  WS-GROUP-LIMITE      PIC 9(7)V99.
       01  WS-GROUP-HOLD        PIC X.
           88 WS-GROUP-ON-HOLD  VALUE "R".
       01  WS-FILL-ALLOWED      PIC X.
           88 WS-FILL-IS-ALLOWED VALUE "Y".
       01  FS-DAYCLOSE          PIC XX.
       01  WS-RSV-RESERVED      PIC 9(7).
       01  WS-RSV-RESULT        PIC X.

       01  WS-ARI-TYPE          PIC X VALUE "I".
       01  WS-ARI-RESULT        PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           OPEN I-O BACKORDER-FILE.
           IF NOT FS-BACKORDER-OK
               DISPLAY "ERROR OPENING BACKORDER.DAT: " FS-BACKORDER
               MOVE "BACKORDER-FILL" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "BACKORDER.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-BACKORDER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           PERFORM TAKE-PRODUCTS-LOCK.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "BACKORDER-FILL" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "BACKORDER-FILL" TO ERP-PROGRAM
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
               MOVE "BACKORDER-FILL" TO ERP-PROGRAM
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
               MOVE "BACKORDER-FILL" TO ERP-PROGRAM
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
               MOVE "BACKORDER-FILL" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND CALL-LIST-FILE.
           IF FS-CALL-LIST-NOT-EXIST
           END-IF.
           IF NOT FS-CALL-LIST-OK
               DISPLAY "ERROR OPENING CALLLIST.TXT: " FS-CALL-LIST
               MOVE "BACKORDER-FILL" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "CALLLIST.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CALL-LIST TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND ACK-FILE.
           IF FS-ACK-NOT-EXIST
           END-IF.
           IF NOT FS-ACK-OK
               DISPLAY "ERROR OPENING SALESACK.TXT: " FS-ACK
               MOVE "BACKORDER-FILL" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SALESACK.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ACK TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-MOVES-FILE.
           END-IF.
           IF NOT FS-MOVES-OK
               DISPLAY "ERROR OPENING STOCKMOVES.DAT: " FS-MOVES
               MOVE "BACKORDER-FILL" TO ERP-PROGRAM
               MOVE "OPEN-MOVES-FILE" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-BACKORDER.
                   DISPLAY "UNKNOWN CUSTOMER ON BO " BO-NUMBER
                      ": " BO-CLAVE-CLIENTE " - LEFT OPEN"
               NOT INVALID KEY
                   PERFORM LOAD-CREDIT-GROUP
                   EVALUATE TRUE
                       WHEN CLIENTE-EN-RETENCION OR WS-GROUP-ON-HOLD
                           DISPLAY "CUSTOMER ON CREDIT HOLD - BO "
                              BO-NUMBER " LEFT OPEN: "
                              NOMBRE-CLIENTE
                       WHEN WS-GROUP-SALDO + WS-FILL-AMOUNT >
                          WS-GROUP-LIMITE
                           DISPLAY "FILL WOULD PUT " NOMBRE-CLIENTE
                              " OVER THE CREDIT LIMIT OF "
                              WS-GROUP-LIMITE " - BO "
                              BO-NUMBER " LEFT OPEN"
                       WHEN OTHER
                           MOVE "Y" TO WS-FILL-ALLOWED
                   END-EVALUATE
           END-READ.

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
           MOVE BO-CLAVE-CLIENTE TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "CUSTOMER RECORD LOST: " BO-CLAVE-CLIENTE
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

       POST-BACKORDER-SALE.
           MOVE "R" TO AUDIT-ACTION.
           MOVE PROD-CODE TO AUDIT-CODE.
               MOVE ZERO TO VENTA-QTY-RETURNED
               MOVE SPACE TO VENTA-REVERSED
               SET VENTA-SALE TO TRUE
               MOVE WS-FILL-BRANCH TO VENTA-BRANCH
               SET VENTA-PRICE-BASE TO TRUE
               MOVE PROD-PRICE TO VENTA-LIST-PRICE
               ACCEPT VENTA-FECHA FROM DATE YYYYMMDD
               WRITE VENTAS-RECORD
               IF FS-VENTAS-OK
           MOVE BO-CLAVE-CLIENTE TO TICKET-CLAVE-CLIENTE.
           MOVE 1 TO TICKET-LINE-COUNT.
           COMPUTE TICKET-TOTAL = PROD-PRICE * BO-QUANTITY.
           MOVE ZERO TO TICKET-SHIP-TO.
           MOVE WS-FILL-BRANCH TO TICKET-BRANCH.
           WRITE TICKET-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING TICKET: " FS-TICKETS
                   MOVE "BACKORDER-FILL" TO ERP-PROGRAM
                   MOVE "WRITE-TICKET-HEADER" TO ERP-PARAGRAPH
                   MOVE "TICKETS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-TICKETS TO ERP-STATUS
                   MOVE TICKET-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.
               INVALID KEY
                   DISPLAY "ERROR FLAGGING BO " BO-NUMBER ": "
                      FS-BACKORDER
                   MOVE "BACKORDER-FILL" TO ERP-PROGRAM
                   MOVE "FLAG-BACKORDER-FILLED" TO ERP-PARAGRAPH
                   MOVE "BACKORDER.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-BACKORDER TO ERP-STATUS
                   MOVE BO-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-FILLED-COUNT
                   DISPLAY "BO " BO-NUMBER " FILLED - " BO-QUANTITY
                       INVALID KEY
                           DISPLAY "ERROR UPDATING CUSTOMER "
                              "BALANCE: " FS-CLIENTES
                           MOVE "BACKORDER-FILL" TO ERP-PROGRAM
                           MOVE "POST-ACCOUNT-BALANCE" TO ERP-PARAGRAPH
                           MOVE "clientes.idx" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CLIENTES TO ERP-STATUS
                           MOVE CLAVE-CLIENTE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           PERFORM ADD-OPEN-INVOICE-ITEM
                   END-REWRITE
           END-READ.

       ADD-OPEN-INVOICE-ITEM.
           CALL "AR-ITEM-WRITER" USING BO-CLAVE-CLIENTE WS-ARI-TYPE
              VENTA-FECHA WS-TICKET-NUMBER WS-SALE-NUMBER
              WS-FILL-AMOUNT WS-ARI-RESULT.
           IF WS-ARI-RESULT NOT = "Y"
               DISPLAY "WARNING: OPEN ITEM NOT RECORDED FOR TICKET "
                  WS-TICKET-NUMBER
           END-IF.

       WRITE-CALL-LIST-LINE.
           MOVE BO-CLAVE-CLIENTE TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE WS-FILL-BRANCH TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
           END-IF.
           IF NOT FS-LOTS-OK
               DISPLAY "ERROR OPENING LOTS.DAT: " FS-LOTS
               MOVE "BACKORDER-FILL" TO ERP-PROGRAM
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
               MOVE "BACKORDER-FILL" TO ERP-PROGRAM
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
                           MOVE "BACKORDER-FILL" TO ERP-PROGRAM
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
                               MOVE "BACKORDER-FILL" TO ERP-PROGRAM
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
