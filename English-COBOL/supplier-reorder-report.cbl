      * Date:
      * Purpose: Lists low-stock products grouped by PROD-SUPPLIER-CODE
      *          so purchasing can generate one PO per vendor instead
      *          of a single flat reorder list. Non-stock items,
      *          bought only against a special order, are left out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 SUPP-NAME          PIC X(25).
           05 SUPP-CONTACT       PIC X(20).
           05 SUPP-LEAD-DAYS     PIC 9(3).
           05 SUPP-ORDER-DAYS    PIC X(7).
           05 SUPP-MIN-ORDER     PIC 9(7)V99.
           05 SUPP-FREE-FREIGHT  PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  FS-PRODUCTS          PIC XX.

       01  WS-LISTED-COUNT       PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REORDER POINT (5 digits): " WITH NO ADVANCING.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "SUPPLIER-REORDER-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT SUPPLIERS-FILE.
           IF NOT FS-SUPPLIERS-OK
               DISPLAY "ERROR OPENING SUPPLIERS.DAT: " FS-SUPPLIERS
               MOVE "SUPPLIER-REORDER-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SUPPLIERS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUPPLIERS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       BUILD-LOW-STOCK-TABLE.
           END-READ.

       COLLECT-PRODUCT.
           IF PROD-STOCK < WS-REORDER-POINT AND NOT PROD-NON-STOCK
               ADD 1 TO WS-ENTRY-COUNT
               MOVE PROD-SUPPLIER-CODE
                  TO WS-LOW-SUPPLIER (WS-ENTRY-COUNT)
