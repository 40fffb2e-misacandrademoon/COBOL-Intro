      * Date:
      * Purpose: Scans SELLS.DAT and looks up each sale's product code
      *          against PRODUCTS.DAT, listing any sale that references
      *          a product code that no longer exists. Fee, coupon
      *          and delivery-charge lines are not product sales and
      *          are skipped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
       01  WS-ORPHAN-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-SALE-COUNT          PIC 9(7) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "ORPHANED-SALES-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "ORPHANED-SALES-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-SALE.
                   SET FS-VENTAS-EOF TO TRUE
           END-READ.

      * Fee, coupon and delivery-charge lines carry a charge or coupon
      * code rather than a product, so only merchandise lines are
      * looked up.
       CHECK-SALE.
           IF NOT VENTA-ADDON-LINE
               ADD 1 TO WS-SALE-COUNT
               MOVE VENTA-CODIGO TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       DISPLAY VENTA-CODIGO " " VENTA-CANTIDAD " "
                          VENTA-FECHA " " VENTA-CLAVE-CLIENTE
                       ADD 1 TO WS-ORPHAN-COUNT
               END-READ
           END-IF.
           PERFORM READ-NEXT-SALE.

       CLOSE-FILES.
