      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly lost-sales report. Reads the refused-for-stock
      *          demand LOST-SALE-WRITER logs on LOSTSALES.DAT for the
      *          seven days ending on the date given, totals it by
      *          product, and prints it to LOSTSALES.PRT grouped by
      *          PROD-SUPPLIER-CODE with the number of refusals, the
      *          units turned away and their value at PROD-PRICE,
      *          with a subtotal per supplier and a grand total, so
      *          purchasing can see what running out is costing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOST-SALES-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOSTSALE-FILE ASSIGN TO "LOSTSALES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LOSTSALE.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT SUPPLIERS-FILE ASSIGN TO "SUPPLIERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPP-CODE
               FILE STATUS IS FS-SUPPLIERS.

           SELECT REPORT-FILE ASSIGN TO "LOSTSALES.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  LOSTSALE-FILE.
       COPY LOSTSALE-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  SUPPLIERS-FILE.
       01  SUPPLIERS-RECORD.
           05 SUPP-CODE          PIC X(4).
           05 SUPP-NAME          PIC X(25).
           05 SUPP-CONTACT       PIC X(20).
           05 SUPP-LEAD-DAYS     PIC 9(3).
           05 SUPP-ORDER-DAYS    PIC X(7).
           05 SUPP-MIN-ORDER     PIC 9(7)V99.
           05 SUPP-FREE-FREIGHT  PIC 9(7)V99.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-LOSTSALE          PIC XX.
           88 FS-LOSTSALE-OK    VALUE "00".
           88 FS-LOSTSALE-EOF   VALUE "10".

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  FS-SUPPLIERS         PIC XX.
           88 FS-SUPPLIERS-OK   VALUE "00".

       01  FS-REPORT            PIC XX.
           88 FS-REPORT-OK      VALUE "00".

       01  WS-END-DATE          PIC 9(8).
       01  WS-START-DATE        PIC 9(8).
       01  WS-DATE-INTEGER      PIC 9(8).

       01  WS-LOST-TABLE.
           05 WS-LOST-ENTRY OCCURS 200 TIMES INDEXED BY WS-IDX.
               10 WS-LST-SUPPLIER  PIC X(4).
               10 WS-LST-CODE      PIC X(5).
               10 WS-LST-NAME      PIC X(20).
               10 WS-LST-PRICE     PIC 9(7)V99.
               10 WS-LST-REFUSALS  PIC 9(5).
               10 WS-LST-QTY       PIC 9(7).
       01  WS-LOST-COUNT        PIC 9(3) VALUE ZERO.

       01  WS-SUPPLIER-SEEN-TABLE.
           05 WS-SEEN-SUPPLIER OCCURS 50 TIMES INDEXED BY WS-SIDX.
               10 WS-SEEN-CODE     PIC X(4).
       01  WS-SEEN-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-FOUND-FLAG        PIC X VALUE "N".
           88 WS-FOUND          VALUE "Y".

       01  WS-LINE-VALUE        PIC 9(9)V99.
       01  WS-SUPP-QTY          PIC 9(7).
       01  WS-SUPP-VALUE        PIC 9(9)V99.
       01  WS-GRAND-QTY         PIC 9(7) VALUE ZERO.
       01  WS-GRAND-VALUE       PIC 9(9)V99 VALUE ZERO.
       01  WS-SKIPPED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-QTY-EDIT          PIC Z,ZZZ,ZZ9.
       01  WS-COUNT-EDIT        PIC ZZ,ZZ9.
       01  WS-PRICE-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-VALUE-EDIT        PIC ZZZ,ZZZ,ZZ9.99.

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "LOST SALES REPORT".
           DISPLAY "WEEK ENDING (YYYYMMDD, 0 = TODAY): "
              WITH NO ADVANCING.
           ACCEPT WS-END-DATE.
           IF WS-END-DATE = ZERO
               ACCEPT WS-END-DATE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-END-DATE) - 6.
           COMPUTE WS-START-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           PERFORM OPEN-FILES.
           IF FS-LOSTSALE-OK AND FS-PRODUCTS-OK AND FS-SUPPLIERS-OK
              AND FS-REPORT-OK
               PERFORM BUILD-LOST-TABLE
               PERFORM WRITE-REPORT-HEADER
               PERFORM PRINT-BY-SUPPLIER
                  VARYING WS-SIDX FROM 1 BY 1
                  UNTIL WS-SIDX > WS-SEEN-COUNT
               PERFORM WRITE-REPORT-TRAILER
               DISPLAY "PRODUCTS WITH LOST SALES: " WS-LOST-COUNT
               DISPLAY "REPORT WRITTEN TO LOSTSALES.PRT"
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT LOSTSALE-FILE.
           IF NOT FS-LOSTSALE-OK
               DISPLAY "ERROR OPENING LOSTSALES.DAT: " FS-LOSTSALE
               MOVE "LOST-SALES-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "LOSTSALES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-LOSTSALE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "LOST-SALES-REPORT" TO ERP-PROGRAM
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
               MOVE "LOST-SALES-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SUPPLIERS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUPPLIERS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT FS-REPORT-OK
               DISPLAY "ERROR CREATING LOSTSALES.PRT: " FS-REPORT
               MOVE "LOST-SALES-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "LOSTSALES.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-REPORT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       BUILD-LOST-TABLE.
           PERFORM READ-NEXT-LOST-SALE.
           PERFORM COLLECT-LOST-SALE UNTIL FS-LOSTSALE-EOF.

       READ-NEXT-LOST-SALE.
           READ LOSTSALE-FILE
               AT END
                   SET FS-LOSTSALE-EOF TO TRUE
           END-READ.

       COLLECT-LOST-SALE.
           IF LOST-DATE >= WS-START-DATE AND LOST-DATE <= WS-END-DATE
               PERFORM FIND-LOST-ENTRY
               IF WS-FOUND
                   ADD 1 TO WS-LST-REFUSALS (WS-IDX)
                   ADD LOST-QUANTITY TO WS-LST-QTY (WS-IDX)
               END-IF
           END-IF.
           PERFORM READ-NEXT-LOST-SALE.

       FIND-LOST-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-LOST-COUNT OR WS-FOUND
               IF WS-LST-CODE (WS-IDX) = LOST-PROD-CODE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND
               COMPUTE WS-IDX = WS-IDX - 1
           ELSE
               PERFORM ADD-LOST-ENTRY
           END-IF.

       ADD-LOST-ENTRY.
           IF WS-LOST-COUNT < 200
               ADD 1 TO WS-LOST-COUNT
               SET WS-IDX TO WS-LOST-COUNT
               MOVE "Y" TO WS-FOUND-FLAG
               MOVE LOST-PROD-CODE TO WS-LST-CODE (WS-IDX)
               MOVE ZERO TO WS-LST-REFUSALS (WS-IDX)
                  WS-LST-QTY (WS-IDX)
               MOVE LOST-PROD-CODE TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-LST-SUPPLIER (WS-IDX)
                       MOVE "(PRODUCT NOT ON FILE)"
                          TO WS-LST-NAME (WS-IDX)
                       MOVE ZERO TO WS-LST-PRICE (WS-IDX)
                   NOT INVALID KEY
                       MOVE PROD-SUPPLIER-CODE
                          TO WS-LST-SUPPLIER (WS-IDX)
                       MOVE PROD-NAME TO WS-LST-NAME (WS-IDX)
                       MOVE PROD-PRICE TO WS-LST-PRICE (WS-IDX)
               END-READ
               PERFORM REMEMBER-SUPPLIER
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "MORE THAN 200 PRODUCTS - SKIPPED: "
                  LOST-PROD-CODE
           END-IF.

       REMEMBER-SUPPLIER.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SIDX FROM 1 BY 1
              UNTIL WS-SIDX > WS-SEEN-COUNT OR WS-FOUND
               IF WS-SEEN-CODE (WS-SIDX) = WS-LST-SUPPLIER (WS-IDX)
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND AND WS-SEEN-COUNT < 50
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-LST-SUPPLIER (WS-IDX)
                  TO WS-SEEN-CODE (WS-SEEN-COUNT)
           END-IF.
           MOVE "Y" TO WS-FOUND-FLAG.

       WRITE-REPORT-HEADER.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LOST SALES BY SUPPLIER - " DELIMITED BY SIZE
                  WS-START-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-END-DATE DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-BY-SUPPLIER.
           MOVE ZERO TO WS-SUPP-QTY WS-SUPP-VALUE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SEEN-CODE (WS-SIDX) TO SUPP-CODE.
           READ SUPPLIERS-FILE
               INVALID KEY
                   MOVE "(SUPPLIER NOT ON FILE)" TO SUPP-NAME
           END-READ.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUPPLIER: " DELIMITED BY SIZE
                  WS-SEEN-CODE (WS-SIDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUPP-NAME DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE "CODE  NAME                 REFUSALS      UNIT"
              TO REPORT-LINE.
           MOVE "S        PRICE     LOST VALUE" TO REPORT-LINE (46:).
           WRITE REPORT-LINE.
           PERFORM PRINT-SUPPLIER-ITEM
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-LOST-COUNT.
           MOVE WS-SUPP-QTY TO WS-QTY-EDIT.
           MOVE WS-SUPP-VALUE TO WS-VALUE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  SUPPLIER TOTAL                     "
                  DELIMITED BY SIZE
                  WS-QTY-EDIT DELIMITED BY SIZE
                  "              " DELIMITED BY SIZE
                  WS-VALUE-EDIT DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD WS-SUPP-QTY TO WS-GRAND-QTY.
           ADD WS-SUPP-VALUE TO WS-GRAND-VALUE.

       PRINT-SUPPLIER-ITEM.
           IF WS-LST-SUPPLIER (WS-IDX) = WS-SEEN-CODE (WS-SIDX)
               COMPUTE WS-LINE-VALUE =
                  WS-LST-QTY (WS-IDX) * WS-LST-PRICE (WS-IDX)
               ADD WS-LST-QTY (WS-IDX) TO WS-SUPP-QTY
               ADD WS-LINE-VALUE TO WS-SUPP-VALUE
               MOVE WS-LST-REFUSALS (WS-IDX) TO WS-COUNT-EDIT
               MOVE WS-LST-QTY (WS-IDX) TO WS-QTY-EDIT
               MOVE WS-LST-PRICE (WS-IDX) TO WS-PRICE-EDIT
               MOVE WS-LINE-VALUE TO WS-VALUE-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-LST-CODE (WS-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-LST-NAME (WS-IDX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-QTY-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PRICE-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-VALUE-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       WRITE-REPORT-TRAILER.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GRAND-QTY TO WS-QTY-EDIT.
           MOVE WS-GRAND-VALUE TO WS-VALUE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "GRAND TOTAL                          "
                  DELIMITED BY SIZE
                  WS-QTY-EDIT DELIMITED BY SIZE
                  "              " DELIMITED BY SIZE
                  WS-VALUE-EDIT DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-SKIPPED-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "PRODUCTS NOT LISTED (TABLE FULL): "
                      DELIMITED BY SIZE
                      WS-SKIPPED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

       CLOSE-FILES.
           IF FS-LOSTSALE-OK OR FS-LOSTSALE-EOF
               CLOSE LOSTSALE-FILE
           END-IF.
           CLOSE PRODUCTS-FILE.
           CLOSE SUPPLIERS-FILE.
           IF FS-REPORT-OK
               CLOSE REPORT-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "LOSTSALES.PRT" TO RAP-REPORT-FILE.
           MOVE "LOST-SALES-REPORT" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           STRING "WEEK ENDING " DELIMITED BY SIZE
                  WS-END-DATE DELIMITED BY SIZE
                  INTO RAP-PARAMETERS
           END-STRING.
           MOVE ZERO TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
