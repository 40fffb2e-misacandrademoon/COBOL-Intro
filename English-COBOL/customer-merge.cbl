      *          one. Re-keys the duplicate's sales on SELLS.DAT,
      *          payments on ARPAY.DAT, backorders on
      *          BACKORDER.DAT, standing-order lines on
      *          STANDORD.DAT, contract prices on CONTRACT.DAT,
      *          layaway lines on LAYAWAY.DAT and open items on
      *          ARITEM.DAT to the surviving CLAVE-CLIENTE, folds the
      *          duplicate's DUNNING.DAT history into the survivor's
      *          (the sterner level wins), adds the duplicate's
      *          CLIENTE-SALDO and loyalty points into the survivor
      *          (with its bank payer reference when the survivor has
      *          none), deletes the duplicate record, moves any stores
      *          billed to the duplicate as their parent account
      *          over to the survivor, and prints MERGELOG.TXT
      *          listing every record it touched. When the survivor
      *          already holds a contract for the same product the
      *          survivor's price is kept and the duplicate's is
      *          dropped. Both keys must exist and must differ; run
      *          CUSTOMER-DUP-REPORT first to pick the survivor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT ARPAY-FILE ASSIGN TO "ARPAY.DAT"
               RECORD KEY IS BO-NUMBER
               FILE STATUS IS FS-BACKORDER.

           SELECT ARITEM-FILE ASSIGN TO "ARITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARI-KEY
               FILE STATUS IS FS-ARITEM.

           SELECT STANDORD-FILE ASSIGN TO "STANDORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  BACKORDER-FILE.
       COPY BACKORDER-RECORD.

       FD  ARITEM-FILE.
       COPY ARITEM-RECORD.

       FD  STANDORD-FILE.
       COPY STANDORD-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".
           88 FS-CLIENTES-EOF   VALUE "10".

       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
           88 FS-BACKORDER-EOF  VALUE "10".
           88 FS-BACKORDER-NOT-EXIST VALUE "35".

       01  FS-ARITEM            PIC XX.
           88 FS-ARITEM-OK      VALUE "00".
           88 FS-ARITEM-NOT-EXIST VALUE "35".
       01  WS-ARITEM-OPEN       PIC X VALUE "N".
           88 WS-ARITEM-IS-OPEN VALUE "Y".

       01  FS-STANDORD          PIC XX.
           88 FS-STANDORD-OK    VALUE "00".
           88 FS-STANDORD-NOT-EXIST VALUE "35".
       01  WS-FROM-SALDO        PIC S9(7)V99.
       01  WS-FROM-PUNTOS       PIC 9(7).
       01  WS-FROM-NAME         PIC X(30).
       01  WS-FROM-REF-BANCO    PIC X(20).
       01  WS-TO-NAME           PIC X(30).
       01  WS-CONFIRM           PIC X.
           88 WS-CONFIRM-YES    VALUE "Y", "y".
       01  WS-STANDORDS-MOVED   PIC 9(5) VALUE ZERO.
       01  WS-CONTRACTS-MOVED   PIC 9(5) VALUE ZERO.
       01  WS-LAYAWAYS-MOVED    PIC 9(5) VALUE ZERO.
       01  WS-ITEMS-MOVED       PIC 9(5) VALUE ZERO.
       01  WS-STORES-MOVED      PIC 9(5) VALUE ZERO.
       01  WS-ITEM-PENDING      PIC X.
           88 WS-ITEM-FOUND-ONE VALUE "Y".
       01  WS-SAVED-ARITEM      PIC X(72).
       01  WS-STANDORD-PENDING  PIC X.
           88 WS-STANDORD-FOUND-ONE VALUE "Y".
       01  WS-SO-WRITTEN        PIC X.
       01  WS-SAVED-CON-END     PIC 9(8).
       01  WS-SAVED-DUN-LEVEL   PIC 9(1).
       01  WS-SAVED-DUN-FECHA   PIC 9(8).
       01  WS-SAVED-DUN-COUNT   PIC 9(3).
       01  WS-SALDO-EDIT        PIC -(6)9.99.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-TIME          PIC 9(8).

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
                   PERFORM REKEY-STANDING-ORDERS
                   PERFORM REKEY-CONTRACTS
                   PERFORM REKEY-LAYAWAYS
                   PERFORM REKEY-OPEN-ITEMS
                   PERFORM FOLD-DUNNING-HISTORY
                   PERFORM COMBINE-BALANCES
                   PERFORM REPOINT-CHILD-ACCOUNTS
                   PERFORM WRITE-LOG-TRAILER
                   DISPLAY "MERGE COMPLETE - AUDIT ON MERGELOG.TXT"
               ELSE
           OPEN I-O ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O ARPAY-FILE.
           IF FS-ARPAY-NOT-EXIST
           ELSE
               IF NOT FS-ARPAY-OK
                   DISPLAY "ERROR OPENING ARPAY.DAT: " FS-ARPAY
                   MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "ARPAY.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-ARPAY TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.
           OPEN I-O BACKORDER-FILE.
               IF NOT FS-BACKORDER-OK
                   DISPLAY "ERROR OPENING BACKORDER.DAT: "
                      FS-BACKORDER
                   MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "BACKORDER.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-BACKORDER TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.
           OPEN I-O ARITEM-FILE.
           IF FS-ARITEM-NOT-EXIST
               DISPLAY "ARITEM.DAT NOT ON FILE - NO OPEN ITEMS "
                  "TO MOVE"
           ELSE
               IF FS-ARITEM-OK
                   MOVE "Y" TO WS-ARITEM-OPEN
               ELSE
                   DISPLAY "ERROR OPENING ARITEM.DAT: " FS-ARITEM
                   MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "ARITEM.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-ARITEM TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.
           OPEN I-O STANDORD-FILE.
           OPEN OUTPUT MERGE-LOG-FILE.
           IF NOT FS-MERGE-LOG-OK
               DISPLAY "ERROR CREATING MERGELOG.TXT: " FS-MERGE-LOG
               MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "MERGELOG.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MERGE-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       GET-MERGE-KEYS.
                   MOVE NOMBRE-CLIENTE TO WS-FROM-NAME
                   MOVE CLIENTE-SALDO TO WS-FROM-SALDO
                   MOVE CLIENTE-PUNTOS TO WS-FROM-PUNTOS
                   MOVE CLIENTE-REF-BANCO TO WS-FROM-REF-BANCO
                   PERFORM VALIDATE-TO-KEY
           END-READ.

                   INVALID KEY
                       DISPLAY "ERROR RE-KEYING SALE "
                          VENTA-NUMERO ": " FS-VENTAS
                       MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
                       MOVE "REKEY-ONE-SALE" TO ERP-PARAGRAPH
                       MOVE "SELLS.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-VENTAS TO ERP-STATUS
                       MOVE VENTA-NUMERO TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-SALES-MOVED
                       PERFORM LOG-SALE-MOVE
                   INVALID KEY
                       DISPLAY "ERROR RE-KEYING PAYMENT "
                          PAY-NUMBER ": " FS-ARPAY
                       MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
                       MOVE "REKEY-ONE-PAYMENT" TO ERP-PARAGRAPH
                       MOVE "ARPAY.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-ARPAY TO ERP-STATUS
                       MOVE PAY-NUMBER TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-PAYMENTS-MOVED
                       PERFORM LOG-PAYMENT-MOVE
                   INVALID KEY
                       DISPLAY "ERROR RE-KEYING BO " BO-NUMBER ": "
                          FS-BACKORDER
                       MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
                       MOVE "REKEY-ONE-BACKORDER" TO ERP-PARAGRAPH
                       MOVE "BACKORDER.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-BACKORDER TO ERP-STATUS
                       MOVE BO-NUMBER TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-BACKORDERS-MOVED
                       PERFORM LOG-BACKORDER-MOVE
               INVALID KEY
                   DISPLAY "ERROR DELETING STANDING ORDER: "
                      FS-STANDORD
                   MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
                   MOVE "MOVE-ONE-STANDORD" TO ERP-PARAGRAPH
                   MOVE "STANDORD.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-STANDORD TO ERP-STATUS
                   MOVE SO-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-TO-KEY TO SO-CLAVE-CLIENTE
                   MOVE WS-SAVED-SO-LINE TO SO-LINE
                   ELSE
                       DISPLAY "NO FREE LINE FOR STANDING ORDER "
                          WS-SAVED-SO-PROD ": " FS-STANDORD
                       MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
                       MOVE "MOVE-ONE-STANDORD" TO ERP-PARAGRAPH
                       MOVE "STANDORD.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-STANDORD TO ERP-STATUS
                       MOVE SO-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-IF
           END-DELETE.

           DELETE CONTRACT-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING CONTRACT: " FS-CONTRACT
                   MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
                   MOVE "MOVE-ONE-CONTRACT" TO ERP-PARAGRAPH
                   MOVE "CONTRACT.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-CONTRACT TO ERP-STATUS
                   MOVE CONTRACT-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-TO-KEY TO CONTRACT-CLAVE-CLIENTE
                   MOVE WS-SAVED-CON-PROD TO CONTRACT-PROD-CODE
                   INVALID KEY
                       DISPLAY "ERROR RE-KEYING LAYAWAY "
                          LAY-NUMBER ": " FS-LAYAWAY
                       MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
                       MOVE "REKEY-ONE-LAYAWAY" TO ERP-PARAGRAPH
                       MOVE "LAYAWAY.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-LAYAWAY TO ERP-STATUS
                       MOVE LAY-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-LAYAWAYS-MOVED
                       PERFORM LOG-LAYAWAY-MOVE
           END-STRING.
           WRITE MERGE-LOG-LINE.

       REKEY-OPEN-ITEMS.
           IF WS-ARITEM-IS-OPEN
               MOVE "Y" TO WS-ITEM-PENDING
               PERFORM REKEY-NEXT-ITEM
                  UNTIL NOT WS-ITEM-FOUND-ONE
           END-IF.

       REKEY-NEXT-ITEM.
           MOVE "N" TO WS-ITEM-PENDING.
           MOVE WS-FROM-KEY TO ARI-CLAVE-CLIENTE.
           MOVE ZERO TO ARI-ITEM-NUMBER.
           START ARITEM-FILE KEY IS >= ARI-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-ARITEM-OK
               READ ARITEM-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARI-CLAVE-CLIENTE = WS-FROM-KEY
                           PERFORM MOVE-ONE-ITEM
                       END-IF
               END-READ
           END-IF.

       MOVE-ONE-ITEM.
           MOVE ARITEM-RECORD TO WS-SAVED-ARITEM.
           DELETE ARITEM-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING OPEN ITEM: " FS-ARITEM
                   MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
                   MOVE "MOVE-ONE-ITEM" TO ERP-PARAGRAPH
                   MOVE "ARITEM.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-ARITEM TO ERP-STATUS
                   MOVE ARI-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-SAVED-ARITEM TO ARITEM-RECORD
                   MOVE WS-TO-KEY TO ARI-CLAVE-CLIENTE
                   WRITE ARITEM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR RE-KEYING OPEN ITEM "
                              ARI-ITEM-NUMBER ": " FS-ARITEM
                           MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
                           MOVE "MOVE-ONE-ITEM" TO ERP-PARAGRAPH
                           MOVE "ARITEM.DAT" TO ERP-FILE
                           MOVE "OPEN" TO ERP-OPERATION
                           MOVE FS-ARITEM TO ERP-STATUS
                           MOVE SPACES TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           ADD 1 TO WS-ITEMS-MOVED
                           MOVE "Y" TO WS-ITEM-PENDING
                           PERFORM LOG-ITEM-MOVE
                   END-WRITE
           END-DELETE.

       LOG-ITEM-MOVE.
           STRING "OPEN ITEM " DELIMITED BY SIZE
                  ARI-ITEM-NUMBER DELIMITED BY SIZE
                  " TYPE " DELIMITED BY SIZE
                  ARI-TYPE DELIMITED BY SIZE
                  " TICKET " DELIMITED BY SIZE
                  ARI-TICKET DELIMITED BY SIZE
                  " RE-KEYED" DELIMITED BY SIZE
              INTO MERGE-LOG-LINE
           END-STRING.
           WRITE MERGE-LOG-LINE.

       FOLD-DUNNING-HISTORY.
           IF FS-DUNNING-OK
               MOVE WS-FROM-KEY TO DUN-CLAVE-CLIENTE
                   NOT INVALID KEY
                       MOVE DUN-LEVEL TO WS-SAVED-DUN-LEVEL
                       MOVE DUN-FECHA TO WS-SAVED-DUN-FECHA
                       MOVE DUN-LETTER-COUNT TO WS-SAVED-DUN-COUNT
                       DELETE DUNNING-FILE
                       PERFORM APPLY-DUNNING-TO-SURVIVOR
               END-READ
                   MOVE WS-TO-KEY TO DUN-CLAVE-CLIENTE
                   MOVE WS-SAVED-DUN-LEVEL TO DUN-LEVEL
                   MOVE WS-SAVED-DUN-FECHA TO DUN-FECHA
                   MOVE WS-SAVED-DUN-COUNT TO DUN-LETTER-COUNT
                   WRITE DUNNING-RECORD
                       INVALID KEY
                           DISPLAY "ERROR MOVING DUNNING HISTORY: "
                              FS-DUNNING
                           MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
                           MOVE "APPLY-DUNNING-TO-SURVIVOR"
                              TO ERP-PARAGRAPH
                           MOVE "DUNNING.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-DUNNING TO ERP-STATUS
                           MOVE DUN-CLAVE-CLIENTE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           PERFORM LOG-DUNNING-MOVE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-SAVED-DUN-COUNT TO DUN-LETTER-COUNT
                   IF WS-SAVED-DUN-LEVEL > DUN-LEVEL
                       MOVE WS-SAVED-DUN-LEVEL TO DUN-LEVEL
                       MOVE WS-SAVED-DUN-FECHA TO DUN-FECHA
                           INVALID KEY
                               DISPLAY "ERROR FOLDING DUNNING "
                                  "HISTORY: " FS-DUNNING
                               MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
                               MOVE "APPLY-DUNNING-TO-SURVIVOR"
                                  TO ERP-PARAGRAPH
                               MOVE "DUNNING.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-DUNNING TO ERP-STATUS
                               MOVE DUN-CLAVE-CLIENTE TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               PERFORM LOG-DUNNING-MOVE
                       END-REWRITE
                   ELSE
                       REWRITE DUNNING-RECORD
                           INVALID KEY
                               DISPLAY "ERROR FOLDING DUNNING "
                                  "HISTORY: " FS-DUNNING
                               MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
                               MOVE "APPLY-DUNNING-TO-SURVIVOR"
                                  TO ERP-PARAGRAPH
                               MOVE "DUNNING.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-DUNNING TO ERP-STATUS
                               MOVE DUN-CLAVE-CLIENTE TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       END-REWRITE
                       PERFORM LOG-DUNNING-KEPT
                   END-IF
           END-READ.
               NOT INVALID KEY
                   ADD WS-FROM-SALDO TO CLIENTE-SALDO
                   ADD WS-FROM-PUNTOS TO CLIENTE-PUNTOS
                   IF CLIENTE-REF-BANCO = SPACES
                       MOVE WS-FROM-REF-BANCO TO CLIENTE-REF-BANCO
                   END-IF
                   REWRITE REGISTRO-CLIENTE
                       INVALID KEY
                           DISPLAY "ERROR UPDATING SURVIVOR: "
                              FS-CLIENTES
                           MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
                           MOVE "COMBINE-BALANCES" TO ERP-PARAGRAPH
                           MOVE "clientes.idx" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CLIENTES TO ERP-STATUS
                           MOVE CLAVE-CLIENTE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           PERFORM DELETE-DUPLICATE
                   END-REWRITE
           DELETE ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "ERROR DELETING DUPLICATE: " FS-CLIENTES
                   MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
                   MOVE "DELETE-DUPLICATE" TO ERP-PARAGRAPH
                   MOVE "clientes.idx" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-CLIENTES TO ERP-STATUS
                   MOVE CLAVE-CLIENTE TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-FROM-SALDO TO WS-SALDO-EDIT
                   STRING "BALANCE " DELIMITED BY SIZE
                   WRITE MERGE-LOG-LINE
           END-DELETE.

      * Stores billed to the duplicate as head office move to the
      * survivor's group
       REPOINT-CHILD-ACCOUNTS.
           MOVE LOW-VALUES TO CLAVE-CLIENTE.
           START ARCHIVO-CLIENTES KEY IS NOT LESS THAN CLAVE-CLIENTE
               INVALID KEY
                   SET FS-CLIENTES-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM REPOINT-ONE-CHILD UNTIL FS-CLIENTES-EOF.

       READ-NEXT-CUSTOMER.
           IF NOT FS-CLIENTES-EOF
               READ ARCHIVO-CLIENTES NEXT RECORD
                   AT END
                       SET FS-CLIENTES-EOF TO TRUE
               END-READ
           END-IF.

       REPOINT-ONE-CHILD.
           IF CLIENTE-PADRE = WS-FROM-KEY
               IF CLAVE-CLIENTE = WS-TO-KEY
                   MOVE SPACES TO CLIENTE-PADRE
               ELSE
                   MOVE WS-TO-KEY TO CLIENTE-PADRE
               END-IF
               REWRITE REGISTRO-CLIENTE
                   INVALID KEY
                       DISPLAY "ERROR MOVING STORE " CLAVE-CLIENTE
                          ": " FS-CLIENTES
                       MOVE "CUSTOMER-MERGE" TO ERP-PROGRAM
                       MOVE "REPOINT-ONE-CHILD" TO ERP-PARAGRAPH
                       MOVE "clientes.idx" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-CLIENTES TO ERP-STATUS
                       MOVE CLAVE-CLIENTE TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-STORES-MOVED
                       STRING "STORE " DELIMITED BY SIZE
                              CLAVE-CLIENTE DELIMITED BY SIZE
                              " NOW BILLED TO " DELIMITED BY SIZE
                              CLIENTE-PADRE DELIMITED BY SIZE
                          INTO MERGE-LOG-LINE
                       END-STRING
                       WRITE MERGE-LOG-LINE
               END-REWRITE
           END-IF.
           PERFORM READ-NEXT-CUSTOMER.

       WRITE-LOG-HEADER.
           MOVE ALL "=" TO MERGE-LOG-LINE.
           WRITE MERGE-LOG-LINE.
                  WS-CONTRACTS-MOVED DELIMITED BY SIZE
                  "  LAYAWAYS: " DELIMITED BY SIZE
                  WS-LAYAWAYS-MOVED DELIMITED BY SIZE
                  "  OPEN ITEMS: " DELIMITED BY SIZE
                  WS-ITEMS-MOVED DELIMITED BY SIZE
              INTO MERGE-LOG-LINE
           END-STRING.
           WRITE MERGE-LOG-LINE.
           STRING "STORES MOVED TO SURVIVOR: " DELIMITED BY SIZE
                  WS-STORES-MOVED DELIMITED BY SIZE
              INTO MERGE-LOG-LINE
           END-STRING.
           WRITE MERGE-LOG-LINE.
              WS-STANDORDS-MOVED.
           DISPLAY "CONTRACTS RE-KEYED: " WS-CONTRACTS-MOVED.
           DISPLAY "LAYAWAY LINES RE-KEYED: " WS-LAYAWAYS-MOVED.
           DISPLAY "OPEN ITEMS RE-KEYED: " WS-ITEMS-MOVED.
           DISPLAY "STORES MOVED TO SURVIVOR: " WS-STORES-MOVED.

       CLOSE-FILES.
           CLOSE ARCHIVO-CLIENTES.
           IF FS-BACKORDER-OK OR FS-BACKORDER-EOF
               CLOSE BACKORDER-FILE
           END-IF.
           IF WS-ARITEM-IS-OPEN
               CLOSE ARITEM-FILE
           END-IF.
           IF FS-STANDORD-OK
               CLOSE STANDORD-FILE
           END-IF.
