       01  WS-BIN-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-QTY     PIC 9(7) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PRODUCT CODE (5 characters): " WITH NO ADVANCING.
           OPEN INPUT RELATIVE-FILE.
           IF NOT FS-RELATIVE-OK
               DISPLAY "ERROR OPENING relativo.dat: " FS-RELATIVE
               MOVE "BIN-PRODUCT-INQUIRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "relativo.dat" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-RELATIVE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "BIN-PRODUCT-INQUIRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       LIST-PRODUCT-BINS.
