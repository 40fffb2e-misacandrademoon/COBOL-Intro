      *          merchandiser sees what is rising and falling.
      *          INVENTORY-COUNT's cycle mode uses the class to count
      *          A items monthly, B quarterly, C twice a year.
      *          Under the batch driver DATEPARM.DAT is present and
      *          the run takes the 90 days ending on its business
      *          date without prompting.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT DATE-PARM-FILE ASSIGN TO "DATEPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DATE-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS-FILE.
       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  DATE-PARM-FILE.
       01  DATE-PARM-RECORD.
           05 PARM-FROM-DATE      PIC 9(8).
           05 FILLER              PIC X.
           05 PARM-TO-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
           88 FS-VENTAS-EOF     VALUE "10".
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
       01  FS-DATE-PARM         PIC XX.
           88 FS-DATE-PARM-OK   VALUE "00".

       01  WS-HISTORY-DAYS      PIC 9(3).
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-STAMPED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-CHANGED-COUNT     PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "ABC CLASSIFICATION RUN".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM GET-HISTORY-DAYS.
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
              WS-HISTORY-DAYS.
           PERFORM CLOSE-FILES.
           GOBACK.

      * Under the batch driver DATEPARM.DAT names the business day
      * just closed; the history runs the default 90 days back from
      * it with nobody at the console to answer a prompt.
       GET-HISTORY-DAYS.
           MOVE ZERO TO WS-HISTORY-DAYS.
           OPEN INPUT DATE-PARM-FILE.
           IF FS-DATE-PARM-OK
               READ DATE-PARM-FILE
                   NOT AT END
                       IF PARM-TO-DATE NUMERIC
                          AND PARM-TO-DATE NOT = ZERO
                           MOVE PARM-TO-DATE TO WS-TODAY-DATE
                       END-IF
               END-READ
               CLOSE DATE-PARM-FILE
               DISPLAY "HISTORY TAKEN FROM DATEPARM.DAT: 90 DAYS TO "
                  WS-TODAY-DATE
           ELSE
               DISPLAY "DAYS OF SALES HISTORY TO USE (1-999): "
                  WITH NO ADVANCING
               ACCEPT WS-HISTORY-DAYS
           END-IF.
           IF WS-HISTORY-DAYS = ZERO
               MOVE 90 TO WS-HISTORY-DAYS
           END-IF.

       OPEN-FILES.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "ABC-CLASSIFICATION" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "ABC-CLASSIFICATION" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       BUILD-REVENUE-TABLE.
               AT END
                   SET FS-VENTAS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL FS-VENTAS-EOF OR NOT VENTA-ADDON-LINE
               READ VENTAS-FILE NEXT RECORD
                   AT END
                       SET FS-VENTAS-EOF TO TRUE
               END-READ
           END-PERFORM.

       ACCUMULATE-REVENUE.
           COMPUTE WS-LINE-REVENUE =
                       INVALID KEY
                           DISPLAY "ERROR STAMPING CLASS ON "
                              PROD-CODE ": " FS-PRODUCTS
                           MOVE "ABC-CLASSIFICATION" TO ERP-PROGRAM
                           MOVE "STAMP-ONE-PRODUCT" TO ERP-PARAGRAPH
                           MOVE "PRODUCTS.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-PRODUCTS TO ERP-STATUS
                           MOVE PROD-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           ADD 1 TO WS-STAMPED-COUNT
                   END-REWRITE
