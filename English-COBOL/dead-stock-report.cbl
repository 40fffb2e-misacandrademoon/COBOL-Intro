      ******************************************************************
      * Author:
      * Date:
      * Purpose: Scans PRODUCTS.DAT and lists every product that was
      *          never sold - one with no line on SELLS.DAT under its
      *          code, found with a start on the VENTA-CODIGO key.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
           88 FS-PRODUCTS-OK     VALUE "00".
           88 FS-PRODUCTS-EOF    VALUE "10".

       01  WS-FOUND-FLAG         PIC X VALUE "N".
           88 WS-FOUND           VALUE "Y".

       01  WS-RUN-TIME          PIC 9(6).
       01  WS-PRINT-RECORDS     PIC 9(7) VALUE ZERO.

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           IF FS-VENTAS-OK AND FS-PRODUCTS-OK
               DISPLAY " "
               DISPLAY "DEAD STOCK REPORT (NEVER SOLD)"
               PERFORM READ-NEXT-PRODUCT
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-OK
               DISPLAY "ERROR CREATING PRINT FILE: " FS-PRINT
               MOVE "DEAD-STOCK-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "DEADSTOCK.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRINT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "DEAD-STOCK-REPORT" TO ERP-PROGRAM
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
               MOVE "DEAD-STOCK-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-PRODUCT.
           READ PRODUCTS-FILE NEXT RECORD
               AT END
           END-READ.

       CHECK-PRODUCT.
           MOVE "Y" TO WS-FOUND-FLAG
           MOVE PROD-CODE TO VENTA-CODIGO
           START VENTAS-FILE KEY IS = VENTA-CODIGO
               INVALID KEY
                   MOVE "N" TO WS-FOUND-FLAG
           END-START
           IF NOT WS-FOUND
               MOVE SPACES TO WS-DETAIL-LINE
               STRING PROD-CODE DELIMITED BY SIZE
           CLOSE PRODUCTS-FILE
           IF FS-PRINT-OK
               CLOSE PRINT-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "DEADSTOCK.PRT" TO RAP-REPORT-FILE.
           MOVE "DEAD-STOCK-REPORT" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           MOVE WS-PAGE-NUMBER TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
