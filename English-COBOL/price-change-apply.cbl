      *          effective-dated price changes on PENDPRICE.DAT whose
      *          date has come due - repricing PRODUCTS.DAT, writing
      *          the same AUDIT.LOG before/after records PRICE-CHANGE
      *          writes, and deleting each applied entry. A change
      *          that would put the product below its category's
      *          minimum margin floor at tonight's cost, and that no
      *          supervisor authorized when it was keyed, is held -
      *          left pending and listed - rather than applied.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 PEND-PROD-CODE      PIC X(5).
               10 PEND-EFFECTIVE-DATE PIC 9(8).
           05 PEND-NEW-PRICE          PIC 9(7)V99.
           05 PEND-FLOOR-OVERRIDE     PIC X.
               88 PEND-FLOOR-AUTHORIZED VALUE "Y".

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-APPLIED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-ERROR-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT        PIC 9(5) VALUE ZERO.

       01  WS-FLOOR-PCT         PIC 9(2)V9.
       01  WS-FLOOR-PCT-EDIT    PIC Z9.9.
       01  WS-FLOOR-PRICE       PIC 9(7)V99.
       01  WS-FLOOR-RESULT      PIC X.
           88 WS-BELOW-FLOOR    VALUE "N".

       01  WS-LOCK-ACTION       PIC X.
       01  WS-LOCK-NAME         PIC X(12) VALUE "PRODUCTS".
       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
                   PERFORM APPLY-ONE-CHANGE UNTIL FS-PENDPRICE-EOF
                   DISPLAY "PRICE CHANGES APPLIED: "
                      WS-APPLIED-COUNT
                   IF WS-HELD-COUNT > ZERO
                       DISPLAY "HELD - BELOW MARGIN FLOOR: "
                          WS-HELD-COUNT
                   END-IF
                   IF WS-ERROR-COUNT > ZERO
                       DISPLAY "PRICE CHANGES IN ERROR: "
                          WS-ERROR-COUNT
           OPEN I-O PENDPRICE-FILE.
           IF NOT FS-PENDPRICE-OK AND NOT FS-PENDPRICE-NOT-EXIST
               DISPLAY "ERROR OPENING PENDPRICE.DAT: " FS-PENDPRICE
               MOVE "PRICE-CHANGE-APPLY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PENDPRICE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PENDPRICE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           PERFORM TAKE-PRODUCTS-LOCK.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "PRICE-CHANGE-APPLY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
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
               MOVE "PRICE-CHANGE-APPLY" TO ERP-PROGRAM
               MOVE "OPEN-AUDIT-LOG" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-PENDING.
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "PRODUCT NOT ON FILE: " PEND-PROD-CODE
               NOT INVALID KEY
                   CALL "MARGIN-FLOOR-CHECK" USING PROD-CATEGORY
                      PROD-COST PEND-NEW-PRICE WS-FLOOR-PCT
                      WS-FLOOR-PRICE WS-FLOOR-RESULT
                   IF WS-BELOW-FLOOR AND NOT PEND-FLOOR-AUTHORIZED
                       PERFORM HOLD-BELOW-FLOOR-CHANGE
                   ELSE
                       PERFORM REWRITE-REPRICED-PRODUCT
                   END-IF
           END-READ.

      * No supervisor at night - the change waits for a new entry.
       HOLD-BELOW-FLOOR-CHANGE.
           ADD 1 TO WS-HELD-COUNT.
           MOVE WS-FLOOR-PCT TO WS-FLOOR-PCT-EDIT.
           DISPLAY PROD-CODE " HELD - NEW PRICE " PEND-NEW-PRICE
              " IS BELOW THE " WS-FLOOR-PCT-EDIT
              " PCT MARGIN FLOOR (LOWEST " WS-FLOOR-PRICE ")".

       REWRITE-REPRICED-PRODUCT.
           MOVE "R" TO AUDIT-ACTION.
           MOVE PROD-CODE TO AUDIT-CODE.
           MOVE PROD-NAME TO AUDIT-BEFORE-NAME.
           MOVE PROD-PRICE TO AUDIT-BEFORE-PRICE.
           MOVE PROD-STOCK TO AUDIT-BEFORE-STOCK.
           MOVE PEND-NEW-PRICE TO PROD-PRICE.
           REWRITE PRODUCTS-RECORD.
           IF FS-PRODUCTS-OK
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY PROD-CODE " REPRICED TO " PROD-PRICE
                  " (EFFECTIVE " PEND-EFFECTIVE-DATE ")"
               MOVE PROD-NAME TO AUDIT-AFTER-NAME
               MOVE PROD-PRICE TO AUDIT-AFTER-PRICE
               MOVE PROD-STOCK TO AUDIT-AFTER-STOCK
               PERFORM WRITE-AUDIT-RECORD
               PERFORM DELETE-APPLIED-CHANGE
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR UPDATING " PROD-CODE ": "
                  FS-PRODUCTS
               MOVE "PRICE-CHANGE-APPLY" TO ERP-PROGRAM
               MOVE "REWRITE-REPRICED-PRODUCT" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "REWRITE" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE PROD-CODE TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       DELETE-APPLIED-CHANGE.
           DELETE PENDPRICE-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING APPLIED CHANGE: "
                      FS-PENDPRICE
                   MOVE "PRICE-CHANGE-APPLY" TO ERP-PROGRAM
                   MOVE "DELETE-APPLIED-CHANGE" TO ERP-PARAGRAPH
                   MOVE "PENDPRICE.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-PENDPRICE TO ERP-STATUS
                   MOVE PEND-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   CONTINUE
           END-DELETE.
