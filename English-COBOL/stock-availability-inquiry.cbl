      *          lines with their PO-EXPECTED-DATE from PURCHORD.DAT,
      *          committed demand from open BACKORDER.DAT records,
      *          units held on the RESERVE.DAT ledger, and a computed
      *          available-to-promise line at the bottom. On-hand is
      *          sellable stock only - units in quarantine for
      *          inspection or damage are shown but never counted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-BINS-AVAIL        PIC X VALUE "N".
           88 WS-BINS-ARE-AVAIL VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "STOCK-AVAILABILITY-INQUIRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT RELATIVE-FILE.
           IF FS-RELATIVE-OK
           ELSE
               DISPLAY "relativo.dat NOT AVAILABLE (" FS-RELATIVE
                  ") - BIN DETAIL SKIPPED"
               MOVE "STOCK-AVAILABILITY-INQUIRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "relativo.dat" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-RELATIVE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT BRANCH-STOCK-FILE.
           IF FS-BRANCH-OK
           ELSE
               DISPLAY "BRANCHSTK.DAT NOT AVAILABLE (" FS-BRANCH-STOCK
                  ") - BRANCH DETAIL SKIPPED"
               MOVE "STOCK-AVAILABILITY-INQUIRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "BRANCHSTK.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-BRANCH-STOCK TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PURCHORD-FILE.
           IF FS-PURCHORD-OK
           ELSE
               DISPLAY "PURCHORD.DAT NOT AVAILABLE (" FS-PURCHORD
                  ") - ON-ORDER DETAIL SKIPPED"
               MOVE "STOCK-AVAILABILITY-INQUIRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PURCHORD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PURCHORD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT BACKORDER-FILE.
           IF FS-BACKORDER-OK
           ELSE
               DISPLAY "BACKORDER.DAT NOT AVAILABLE (" FS-BACKORDER
                  ") - DEMAND DETAIL SKIPPED"
               MOVE "STOCK-AVAILABILITY-INQUIRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "BACKORDER.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-BACKORDER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       INQUIRE-ONE-PRODUCT.
           DISPLAY "PRODUCT: " PROD-CODE " " PROD-NAME.
           DISPLAY "UPC:     " PROD-UPC "  CATEGORY: " PROD-CATEGORY.
           DISPLAY "ON HAND THIS BRANCH:      " PROD-STOCK.
           IF PROD-QUARANTINE > ZERO
               DISPLAY "IN QUARANTINE (EXCLUDED): " PROD-QUARANTINE
           END-IF.
           PERFORM LIST-PRODUCT-BINS.
           PERFORM LIST-BRANCH-STOCK.
           PERFORM LIST-OPEN-PO-LINES.
