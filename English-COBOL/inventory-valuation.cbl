      * Date:
      * Purpose: Reports the extended cost (cost * stock), extended
      *          retail (price * stock), and margin gap of every item
      *          on PRODUCTS.DAT, with grand totals. A kit is valued
      *          only on kits built ahead by KIT-WORK-ORDER and held in
      *          its own stock; otherwise its components carry it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  PRINT-LINE            PIC X(132).

       FD  CATEGORY-FILE.
       COPY CATEGORY-RECORD.

       FD  KIT-FILE.
       COPY KIT-RECORD.
       01  WS-GRAND-RETAIL-EDIT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-GRAND-MARGIN-EDIT PIC -,---,---,--9.99.

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "BRANCH (2 characters, ** = CONSOLIDATED): "
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-OK
               DISPLAY "ERROR CREATING PRINT FILE: " FS-PRINT
               MOVE "INVENTORY-VALUATION" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "VALUATION.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRINT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "INVENTORY-VALUATION" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT CATEGORY-FILE.
           IF NOT FS-CATEGORY-OK
       PRINT-PRODUCT-LINE.
           PERFORM CHECK-KIT-PARENT.
           EVALUATE TRUE
               WHEN WS-PRODUCT-IS-KIT AND PROD-STOCK = ZERO
                   ADD 1 TO WS-KIT-SKIPPED
                   PERFORM READ-NEXT-PRODUCT
               WHEN PROD-IS-CONSIGNED
           CLOSE PRODUCTS-FILE.
           IF FS-PRINT-OK
               CLOSE PRINT-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.
           IF FS-CATEGORY-OK
               CLOSE CATEGORY-FILE
           IF NOT WS-CONSOLIDATED AND FS-BRANCH-OK
               CLOSE BRANCH-STOCK-FILE
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "VALUATION.PRT" TO RAP-REPORT-FILE.
           MOVE "INVENTORY-VALUATION" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           STRING "BRANCH " DELIMITED BY SIZE
                  WS-BRANCH DELIMITED BY SIZE
                  INTO RAP-PARAMETERS
           END-STRING.
           MOVE WS-PAGE-NUMBER TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
