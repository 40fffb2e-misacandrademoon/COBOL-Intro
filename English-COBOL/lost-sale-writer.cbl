      ******************************************************************
      * Author:
      * Date:
      * Purpose: Common lost-demand writer, in the mold of
      *          SUSPENSE-WRITER. CALLed by CREATE-SELLS when a line
      *          refused for short stock is not taken as a backorder,
      *          and by SALES-BATCH-INTAKE when a web line is
      *          rejected for insufficient stock, with the source,
      *          product, refused quantity, customer and operator;
      *          appends a dated record to LOSTSALES.DAT for
      *          LOST-SALES-REPORT and STOCK-FORECAST-REPORT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOST-SALE-WRITER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOSTSALE-FILE ASSIGN TO "LOSTSALES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LOSTSALE.

       DATA DIVISION.
       FILE SECTION.
       FD  LOSTSALE-FILE.
       COPY LOSTSALE-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-LOSTSALE          PIC XX.
           88 FS-LOSTSALE-OK    VALUE "00".
           88 FS-LOSTSALE-NOT-EXIST VALUE "35".

       COPY ERRLOG-PARMS.

       LINKAGE SECTION.
       01  LNK-SOURCE           PIC X(2).
       01  LNK-PROD-CODE        PIC X(5).
       01  LNK-QUANTITY         PIC 9(5).
       01  LNK-CLAVE-CLIENTE    PIC X(10).
       01  LNK-OPERATOR         PIC 9(5).
       01  LNK-RESULT           PIC X.

       PROCEDURE DIVISION USING LNK-SOURCE LNK-PROD-CODE LNK-QUANTITY
           LNK-CLAVE-CLIENTE LNK-OPERATOR LNK-RESULT.
       MAIN-PROCEDURE.
           MOVE "N" TO LNK-RESULT.
           OPEN EXTEND LOSTSALE-FILE.
           IF FS-LOSTSALE-NOT-EXIST
               OPEN OUTPUT LOSTSALE-FILE
           END-IF.
           IF NOT FS-LOSTSALE-OK
               DISPLAY "ERROR OPENING LOSTSALES.DAT: " FS-LOSTSALE
               MOVE "LOST-SALE-WRITER" TO ERP-PROGRAM
               MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
               MOVE "LOSTSALES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-LOSTSALE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               GOBACK
           END-IF.
           ACCEPT LOST-DATE FROM DATE YYYYMMDD.
           ACCEPT LOST-TIME FROM TIME.
           MOVE LNK-SOURCE TO LOST-SOURCE.
           MOVE LNK-PROD-CODE TO LOST-PROD-CODE.
           MOVE LNK-QUANTITY TO LOST-QUANTITY.
           MOVE LNK-CLAVE-CLIENTE TO LOST-CLAVE-CLIENTE.
           MOVE LNK-OPERATOR TO LOST-OPERATOR.
           WRITE LOSTSALE-RECORD.
           IF FS-LOSTSALE-OK
               MOVE "Y" TO LNK-RESULT
           ELSE
               DISPLAY "ERROR WRITING LOSTSALES.DAT: " FS-LOSTSALE
               MOVE "LOST-SALE-WRITER" TO ERP-PROGRAM
               MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
               MOVE "LOSTSALES.DAT" TO ERP-FILE
               MOVE "WRITE" TO ERP-OPERATION
               MOVE FS-LOSTSALE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           CLOSE LOSTSALE-FILE.
           GOBACK.
