      *          days of cover, compares that against the supplier's
      *          SUPP-LEAD-DAYS from SUPPLIERS.DAT, and prints a
      *          suggested order quantity for anything that will run
      *          out before a replenishment could land. Demand refused
      *          for short stock and logged on LOSTSALES.DAT in the
      *          same window counts toward the daily average, so the
      *          items we run out of are not under-forecast.
      *          Non-stock (special order only) items are left out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               RECORD KEY IS SUPP-CODE
               FILE STATUS IS FS-SUPPLIERS.

           SELECT LOSTSALE-FILE ASSIGN TO "LOSTSALES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LOSTSALE.

       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS-FILE.
           05 SUPP-NAME          PIC X(25).
           05 SUPP-CONTACT       PIC X(20).
           05 SUPP-LEAD-DAYS     PIC 9(3).
           05 SUPP-ORDER-DAYS    PIC X(7).
           05 SUPP-MIN-ORDER     PIC 9(7)V99.
           05 SUPP-FREE-FREIGHT  PIC 9(7)V99.

       FD  LOSTSALE-FILE.
       COPY LOSTSALE-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-VENTAS            PIC XX.
       01  FS-SUPPLIERS         PIC XX.
           88 FS-SUPPLIERS-OK   VALUE "00".

       01  FS-LOSTSALE          PIC XX.
           88 FS-LOSTSALE-OK    VALUE "00".
           88 FS-LOSTSALE-EOF   VALUE "10".

       01  WS-HISTORY-DAYS      PIC 9(3).
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-CUTOFF-DATE       PIC 9(8).
           05 WS-DEMAND-ENTRY OCCURS 200 TIMES INDEXED BY WS-IDX.
               10 WS-DEM-CODE    PIC X(5).
               10 WS-DEM-QTY     PIC S9(9).
               10 WS-DEM-LOST    PIC 9(9).
       01  WS-DEMAND-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-FOUND-FLAG        PIC X VALUE "N".
           88 WS-FOUND          VALUE "Y".

       01  WS-NET-QTY           PIC S9(7).
       01  WS-LOST-QTY          PIC 9(7).
       01  WS-AVG-DAILY         PIC 9(5)V99.
       01  WS-DAYS-OF-COVER     PIC 9(5)V9.
       01  WS-SUGGESTED-QTY     PIC 9(7).
       01  WS-LEAD-DAYS         PIC 9(3).
       01  WS-FLAGGED-COUNT     PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "STOCK FORECAST / SUGGESTED ORDER REPORT".
               DISPLAY "FORECAST BASED ON SALES SINCE "
                  WS-CUTOFF-DATE
               DISPLAY "CODE  NAME                  STOCK "
                  "AVG/DAY  COVER  LEAD  SUGGEST     LOST"
               PERFORM READ-NEXT-PRODUCT
               PERFORM FORECAST-ONE-PRODUCT UNTIL FS-PRODUCTS-EOF
               DISPLAY " "
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "STOCK-FORECAST-REPORT" TO ERP-PROGRAM
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
               MOVE "STOCK-FORECAST-REPORT" TO ERP-PROGRAM
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
               MOVE "STOCK-FORECAST-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SUPPLIERS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUPPLIERS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT LOSTSALE-FILE.
           IF NOT FS-LOSTSALE-OK
               DISPLAY "LOSTSALES.DAT NOT AVAILABLE (" FS-LOSTSALE
                  ") - LOST DEMAND NOT COUNTED"
               MOVE "STOCK-FORECAST-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "LOSTSALES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-LOSTSALE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       BUILD-DEMAND-TABLE.
           END-START.
           PERFORM READ-NEXT-SALE.
           PERFORM ACCUMULATE-DEMAND UNTIL FS-VENTAS-EOF.
           IF FS-LOSTSALE-OK
               PERFORM READ-NEXT-LOST-SALE
               PERFORM ACCUMULATE-LOST-DEMAND UNTIL FS-LOSTSALE-EOF
           END-IF.

       READ-NEXT-SALE.
           READ VENTAS-FILE NEXT RECORD
               AT END
                   SET FS-VENTAS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL FS-VENTAS-EOF OR NOT VENTA-ADDON-LINE
               READ VENTAS-FILE NEXT RECORD
                   AT END
                       SET FS-VENTAS-EOF TO TRUE
               END-READ
           END-PERFORM.

       ACCUMULATE-DEMAND.
           MOVE VENTA-CANTIDAD TO WS-NET-QTY.
               ADD 1 TO WS-DEMAND-COUNT
               MOVE VENTA-CODIGO TO WS-DEM-CODE (WS-DEMAND-COUNT)
               MOVE WS-NET-QTY TO WS-DEM-QTY (WS-DEMAND-COUNT)
               MOVE ZERO TO WS-DEM-LOST (WS-DEMAND-COUNT)
           END-IF.
           PERFORM READ-NEXT-SALE.

       READ-NEXT-LOST-SALE.
           READ LOSTSALE-FILE
               AT END
                   SET FS-LOSTSALE-EOF TO TRUE
           END-READ.

       ACCUMULATE-LOST-DEMAND.
           IF LOST-DATE >= WS-CUTOFF-DATE
               MOVE "N" TO WS-FOUND-FLAG
               PERFORM VARYING WS-IDX FROM 1 BY 1
                  UNTIL WS-IDX > WS-DEMAND-COUNT OR WS-FOUND
                   IF WS-DEM-CODE (WS-IDX) = LOST-PROD-CODE
                       ADD LOST-QUANTITY TO WS-DEM-LOST (WS-IDX)
                       MOVE "Y" TO WS-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   ADD 1 TO WS-DEMAND-COUNT
                   MOVE LOST-PROD-CODE TO WS-DEM-CODE (WS-DEMAND-COUNT)
                   MOVE ZERO TO WS-DEM-QTY (WS-DEMAND-COUNT)
                   MOVE LOST-QUANTITY TO WS-DEM-LOST (WS-DEMAND-COUNT)
               END-IF
           END-IF.
           PERFORM READ-NEXT-LOST-SALE.

       READ-NEXT-PRODUCT.
           READ PRODUCTS-FILE NEXT RECORD
               AT END
           END-READ.

       FORECAST-ONE-PRODUCT.
           IF NOT PROD-DISCONTINUED AND NOT PROD-NON-STOCK
               PERFORM COMPUTE-FORECAST
           END-IF.
           PERFORM READ-NEXT-PRODUCT.

       COMPUTE-FORECAST.
           MOVE ZERO TO WS-NET-QTY WS-LOST-QTY.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-DEMAND-COUNT OR WS-FOUND
               IF WS-DEM-CODE (WS-IDX) = PROD-CODE
                   MOVE WS-DEM-LOST (WS-IDX) TO WS-LOST-QTY
                   COMPUTE WS-NET-QTY =
                      WS-DEM-QTY (WS-IDX) + WS-DEM-LOST (WS-IDX)
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
                           DISPLAY PROD-CODE " " PROD-NAME " "
                              PROD-STOCK " " WS-AVG-DAILY "  "
                              WS-DAYS-OF-COVER " " WS-LEAD-DAYS
                              "  " WS-SUGGESTED-QTY " " WS-LOST-QTY
                       END-IF
                   END-IF
               END-IF
           CLOSE VENTAS-FILE.
           CLOSE PRODUCTS-FILE.
           CLOSE SUPPLIERS-FILE.
           IF FS-LOSTSALE-OK OR FS-LOSTSALE-EOF
               CLOSE LOSTSALE-FILE
           END-IF.
