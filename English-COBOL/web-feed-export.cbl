      *          sellable catalog - code, UPC, name, current selling
      *          price with any active PROMO.DAT price applied, and
      *          available quantity (PROD-STOCK less RESERVE.DAT
      *          reservations, so units in PROD-QUARANTINE are never
      *          offered) - to the comma-delimited LINE
      *          SEQUENTIAL feed WEBFEED.TXT. Discontinued and
      *          non-stock (special order only) products are
      *          excluded. The first record is a header carrying the
      *          generation date, time and detail record count so the
      *          web side can detect a stale or truncated feed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-RSV-RESERVED      PIC 9(7).
       01  WS-RSV-RESULT        PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "WEB-FEED-EXPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PROMO-FILE.
           IF NOT FS-PROMO-OK
               DISPLAY "PROMO.DAT NOT AVAILABLE (" FS-PROMO
                  ") - FEED CARRIES REGULAR PRICES"
               MOVE "WEB-FEED-EXPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PROMO.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PROMO TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT FEED-FILE.
           IF NOT FS-FEED-OK
               DISPLAY "ERROR CREATING WEBFEED.TXT: " FS-FEED
               MOVE "WEB-FEED-EXPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "WEBFEED.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-FEED TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       COUNT-ELIGIBLE-PRODUCTS.
           PERFORM COUNT-ONE-PRODUCT UNTIL FS-END-OF-FILE.

       COUNT-ONE-PRODUCT.
           IF NOT PROD-DISCONTINUED AND NOT PROD-NON-STOCK
               ADD 1 TO WS-ELIGIBLE-COUNT
           END-IF.
           PERFORM READ-NEXT-PRODUCT.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-OK
               DISPLAY "ERROR REOPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "WEB-FEED-EXPORT" TO ERP-PROGRAM
               MOVE "REOPEN-PRODUCTS-FILE" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       WRITE-HEADER-LINE.
           END-READ.

       EXPORT-ONE-PRODUCT.
           IF NOT PROD-DISCONTINUED AND NOT PROD-NON-STOCK
               PERFORM RESOLVE-FEED-PRICE
               PERFORM COMPUTE-AVAILABLE-QTY
               PERFORM WRITE-FEED-LINE
