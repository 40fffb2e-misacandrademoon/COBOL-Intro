       01  WS-RUN-TIME          PIC 9(6).
       01  WS-PRINT-RECORDS     PIC 9(7) VALUE ZERO.

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-OK
               DISPLAY "ERROR CREATING PRINT FILE: " FS-PRINT
               MOVE "REORDER-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "REORDER.PRT" TO ERP-FILE
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
               MOVE "REORDER-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           IF NOT WS-CONSOLIDATED
               OPEN INPUT BRANCH-STOCK-FILE
           CLOSE PRODUCTS-FILE.
           IF FS-PRINT-OK
               CLOSE PRINT-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.
           IF NOT WS-CONSOLIDATED AND FS-BRANCH-OK
               CLOSE BRANCH-STOCK-FILE
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "REORDER.PRT" TO RAP-REPORT-FILE.
           MOVE "REORDER-REPORT" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           STRING "BRANCH " DELIMITED BY SIZE
                  WS-BRANCH DELIMITED BY SIZE
                  " REORDER POINT " DELIMITED BY SIZE
                  WS-REORDER-POINT DELIMITED BY SIZE
                  INTO RAP-PARAMETERS
           END-STRING.
           MOVE WS-PAGE-NUMBER TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
