      *          board, or scoped to one PROD-CATEGORY, one
      *          PROD-SUPPLIER-CODE, or a keyed / file-fed list of
      *          product codes - reporting the count and value impact
      *          of what it touched. A new price below the category's
      *          minimum margin floor (MARGIN-FLOOR-CHECK) is only
      *          written when a supervisor overrides it; otherwise the
      *          product keeps its old price and is counted as refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-VALUE-IMPACT      PIC S9(11)V99 VALUE ZERO.
       01  WS-VALUE-IMPACT-EDIT PIC -,---,---,--9.99.

       01  WS-FLOOR-PCT         PIC 9(2)V9.
       01  WS-FLOOR-PCT-EDIT    PIC Z9.9.
       01  WS-FLOOR-PRICE       PIC 9(7)V99.
       01  WS-FLOOR-RESULT      PIC X.
           88 WS-BELOW-FLOOR    VALUE "N".
       01  WS-REFUSED-COUNT     PIC 9(5) VALUE ZERO.

       01  WS-OVR-PROGRAM       PIC X(17) VALUE "PRICE-CHANGE".
       01  WS-OVR-REASON        PIC X(20).
       01  WS-OVR-CODE          PIC X(10).
       01  WS-OVR-QTY           PIC 9(5).
       01  WS-OVR-VALUE         PIC S9(7)V99.
       01  WS-OVR-RESULT        PIC X.
           88 WS-OVR-GRANTED    VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILE.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "PRICE-CHANGE" TO ERP-PROGRAM
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
               MOVE "PRICE-CHANGE" TO ERP-PROGRAM
               MOVE "OPEN-AUDIT-LOG" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       GET-ADJUSTMENT.
                   COMPUTE PROD-PRICE ROUNDED =
                      PROD-PRICE - (PROD-PRICE * WS-PERCENT / 100)
           END-EVALUATE.
           PERFORM CHECK-MARGIN-FLOOR.
           IF WS-BELOW-FLOOR
               MOVE WS-OLD-PRICE TO PROD-PRICE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY PROD-CODE " LEFT AT " PROD-PRICE
                  " - BELOW MARGIN FLOOR, NOT AUTHORIZED"
           ELSE
               PERFORM REWRITE-REPRICED-PRODUCT
           END-IF.

       REWRITE-REPRICED-PRODUCT.
           REWRITE PRODUCTS-RECORD.
           IF FS-OK
               ADD 1 TO WS-UPDATED-COUNT
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "ERROR UPDATING " PROD-CODE ": " FS-PRODUCTS
               MOVE "PRICE-CHANGE" TO ERP-PROGRAM
               MOVE "REWRITE-REPRICED-PRODUCT" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "REWRITE" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE PROD-CODE TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

      * A new price under the category floor needs a supervisor.
       CHECK-MARGIN-FLOOR.
           CALL "MARGIN-FLOOR-CHECK" USING PROD-CATEGORY PROD-COST
              PROD-PRICE WS-FLOOR-PCT WS-FLOOR-PRICE WS-FLOOR-RESULT.
           IF WS-BELOW-FLOOR
               MOVE WS-FLOOR-PCT TO WS-FLOOR-PCT-EDIT
               DISPLAY PROD-CODE " NEW PRICE " PROD-PRICE
                  " IS BELOW THE " WS-FLOOR-PCT-EDIT
                  " PCT MARGIN FLOOR - LOWEST ALLOWED "
                  WS-FLOOR-PRICE
               MOVE "BELOW MARGIN FLOOR" TO WS-OVR-REASON
               MOVE PROD-CODE TO WS-OVR-CODE
               MOVE ZERO TO WS-OVR-QTY
               MOVE PROD-PRICE TO WS-OVR-VALUE
               MOVE "N" TO WS-OVR-RESULT
               CALL "SUPERVISOR-OVERRIDE" USING WS-OVR-PROGRAM
                  WS-OVR-REASON WS-OVR-CODE WS-OVR-QTY WS-OVR-VALUE
                  WS-OVR-RESULT
               IF WS-OVR-GRANTED
                   MOVE "Y" TO WS-FLOOR-RESULT
               END-IF
           END-IF.

       WRITE-AUDIT-RECORD.
       PRINT-SUMMARY.
           DISPLAY " ".
           DISPLAY "PRODUCTS REPRICED: " WS-UPDATED-COUNT.
           DISPLAY "REFUSED - BELOW MARGIN FLOOR: " WS-REFUSED-COUNT.
           MOVE WS-VALUE-IMPACT TO WS-VALUE-IMPACT-EDIT.
           DISPLAY "RETAIL VALUE IMPACT (PRICE CHANGE X STOCK): "
              WS-VALUE-IMPACT-EDIT.
