       COPY PROMO-RECORD.

       FD  CATEGORY-FILE.
       COPY CATEGORY-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-PRODUCTS          PIC XX.
       01  WS-PRECIO-EDITADO    PIC Z,ZZZ,ZZ9.99.
       01  WS-PRODUCT-COUNT     PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILE.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "PRICE-LIST-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PROMO-FILE.
           IF NOT FS-PROMO-OK
