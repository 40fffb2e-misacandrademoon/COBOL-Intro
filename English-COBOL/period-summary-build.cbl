      *          day's SELLS.DAT detail (date range from DATEPARM.DAT
      *          when the batch driver set it, otherwise prompted)
      *          and rolls it into PERSUM.DAT keyed by date, product,
      *          tender and selling branch - net units, revenue, and
      *          cost at PROD-COST - purging any earlier rollup of the
      *          same dates first so a rerun is safe. PERSUMCTL.DAT
      *          remembers the last date rolled up so the
      *          month-spanning reports know where summary ends and
      *          live detail begins.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
       01  WS-FIN-PURGE         PIC X.
           88 WS-NO-MORE-PURGE  VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "PERIOD-SUMMARY-BUILD" TO ERP-PROGRAM
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
               MOVE "PERIOD-SUMMARY-BUILD" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O PERSUM-FILE.
           IF FS-PERSUM-NOT-EXIST
           END-IF.
           IF NOT FS-PERSUM-OK
               DISPLAY "ERROR OPENING PERSUM.DAT: " FS-PERSUM
               MOVE "PERIOD-SUMMARY-BUILD" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PERSUM.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PERSUM TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PURGE-EXISTING-SUMMARY.
           MOVE WS-FROM-DATE TO PS-DATE.
           MOVE LOW-VALUES TO PS-PROD-CODE PS-TENDER PS-BRANCH.
           MOVE "N" TO WS-FIN-PURGE.
           START PERSUM-FILE KEY IS >= PS-KEY
               INVALID KEY
           DELETE PERSUM-FILE
               INVALID KEY
                   DISPLAY "ERROR PURGING SUMMARY: " FS-PERSUM
                   MOVE "PERIOD-SUMMARY-BUILD" TO ERP-PROGRAM
                   MOVE "PURGE-ONE-RECORD" TO ERP-PARAGRAPH
                   MOVE "PERSUM.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-PERSUM TO ERP-STATUS
                   MOVE PS-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-PURGED-COUNT
           END-DELETE.
               AT END
                   SET FS-VENTAS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL FS-VENTAS-EOF OR NOT VENTA-ADDON-LINE
               READ VENTAS-FILE NEXT RECORD
                   AT END
                       SET FS-VENTAS-EOF TO TRUE
               END-READ
           END-PERFORM.
           IF NOT FS-VENTAS-EOF
               IF VENTA-FECHA > WS-TO-DATE
                   SET FS-VENTAS-EOF TO TRUE
           MOVE VENTA-FECHA TO PS-DATE.
           MOVE VENTA-CODIGO TO PS-PROD-CODE.
           MOVE VENTA-TENDER TO PS-TENDER.
           MOVE VENTA-BRANCH TO PS-BRANCH.
           READ PERSUM-FILE
               INVALID KEY
                   MOVE WS-NET-QTY TO PS-UNITS
                       INVALID KEY
                           DISPLAY "ERROR WRITING SUMMARY: "
                              FS-PERSUM
                           MOVE "PERIOD-SUMMARY-BUILD" TO ERP-PROGRAM
                           MOVE "ROLL-UP-ONE-SALE" TO ERP-PARAGRAPH
                           MOVE "PERSUM.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-PERSUM TO ERP-STATUS
                           MOVE PS-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           ADD 1 TO WS-SUMMARY-COUNT
                   END-WRITE
                       INVALID KEY
                           DISPLAY "ERROR UPDATING SUMMARY: "
                              FS-PERSUM
                           MOVE "PERIOD-SUMMARY-BUILD" TO ERP-PROGRAM
                           MOVE "ROLL-UP-ONE-SALE" TO ERP-PARAGRAPH
                           MOVE "PERSUM.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-PERSUM TO ERP-STATUS
                           MOVE PS-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE
