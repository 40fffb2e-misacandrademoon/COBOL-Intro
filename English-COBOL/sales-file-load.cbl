               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
       01  WS-LOADED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT       PIC 9(7) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ELSE
               IF NOT FS-OLD-OK
                   DISPLAY "ERROR OPENING SELLS.SEQ: " FS-OLD-VENTAS
                   MOVE "SALES-FILE-LOAD" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "SELLS.SEQ" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-OLD-VENTAS TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.
           IF FS-OLD-OK
               OPEN OUTPUT VENTAS-FILE
               IF NOT FS-VENTAS-OK
                   DISPLAY "ERROR CREATING SELLS.DAT: " FS-VENTAS
                   MOVE "SALES-FILE-LOAD" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "SELLS.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-VENTAS TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           MOVE ZERO TO VENTA-QTY-RETURNED.
           MOVE SPACE TO VENTA-REVERSED.
           SET VENTA-SALE TO TRUE.
           MOVE SPACES TO VENTA-BRANCH.
           MOVE SPACE TO VENTA-PRICE-SOURCE.
           MOVE ZERO TO VENTA-LIST-PRICE.
           WRITE VENTAS-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR LOADING SALE " VENTA-NUMERO ": "
                      FS-VENTAS
                   MOVE "SALES-FILE-LOAD" TO ERP-PROGRAM
                   MOVE "LOAD-ONE-SALE" TO ERP-PARAGRAPH
                   MOVE "SELLS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-VENTAS TO ERP-STATUS
                   MOVE VENTA-NUMERO TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
               CLOSE SALE-CONTROL-FILE
           ELSE
               DISPLAY "ERROR WRITING SALECTL.DAT: " FS-SALE-CONTROL
               MOVE "SALES-FILE-LOAD" TO ERP-PROGRAM
               MOVE "WRITE-SALE-CONTROL" TO ERP-PARAGRAPH
               MOVE "SALECTL.DAT" TO ERP-FILE
               MOVE "WRITE" TO ERP-OPERATION
               MOVE FS-SALE-CONTROL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       CLOSE-FILES.
