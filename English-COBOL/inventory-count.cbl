       01  WS-SHORT-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-UPDATED-COUNT     PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILE.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "INVENTORY-COUNT" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-AUDIT-LOG.
           END-IF.
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "INVENTORY-COUNT" TO ERP-PROGRAM
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
               MOVE "INVENTORY-COUNT" TO ERP-PROGRAM
               MOVE "OPEN-MOVES-FILE" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       COUNT-ONE-PRODUCT.
           REWRITE PRODUCTS-RECORD.
           IF NOT FS-OK
               DISPLAY "ERROR STAMPING COUNT DATE: " FS-PRODUCTS
               MOVE "INVENTORY-COUNT" TO ERP-PROGRAM
               MOVE "STAMP-COUNT-DATE" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "REWRITE" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE PROD-CODE TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       GET-COUNTED-STOCK.
                       PERFORM WRITE-MOVES-RECORD
                   ELSE
                       DISPLAY "ERROR UPDATING RECORD: " FS-PRODUCTS
                       MOVE "INVENTORY-COUNT" TO ERP-PROGRAM
                       MOVE "OFFER-CORRECTION" TO ERP-PARAGRAPH
                       MOVE "PRODUCTS.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-PRODUCTS TO ERP-STATUS
                       MOVE PROD-CODE TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-IF
               END-IF
           END-IF.

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE SPACES TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
