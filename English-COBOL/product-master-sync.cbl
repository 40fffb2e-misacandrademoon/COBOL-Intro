       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "PRODUCT-MASTER-SYNC" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTOS-FILE.
           IF NOT FS-PRODUCTOS-OK
               DISPLAY "ERROR OPENING PRODUCTOS.DAT: " FS-PRODUCTOS
               MOVE "PRODUCT-MASTER-SYNC" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTOS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTOS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       COMPARE-SPANISH-SIDE.
              PROD-UPC OF PRODUCTS-RECORD.
           MOVE "S" TO PROD-TAX-CLASS.
           MOVE ZERO TO PROD-LAST-COUNTED.
           MOVE "N" TO PROD-RESTRICTION.
           MOVE ZERO TO PROD-MIN-AGE PROD-DAILY-LIMIT.
           MOVE SPACES TO PROD-FEE-CODE.
           MOVE ZERO TO PROD-QUARANTINE PROD-WARRANTY-MONTHS.
           IF PROD-DESCONTINUADO
               SET PROD-DISCONTINUED TO TRUE
           ELSE
               INVALID KEY
                   DISPLAY "ERROR MERGING " PROD-CODE ": "
                      FS-PRODUCTS
                   MOVE "PRODUCT-MASTER-SYNC" TO ERP-PROGRAM
                   MOVE "WRITE-MERGED-RECORD" TO ERP-PARAGRAPH
                   MOVE "PRODUCTS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-PRODUCTS TO ERP-STATUS
                   MOVE PROD-CODE TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-MERGED-COUNT
                   DISPLAY "MERGED: " PROD-CODE " " PROD-NAME
