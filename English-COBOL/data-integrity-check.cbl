               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"

       01  WS-BAD-FILE-COUNT     PIC 9(1) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ELSE
               DISPLAY "PRODUCTS.DAT  - COULD NOT BE OPENED, "
                  "FILE STATUS " FS-PRODUCTS
               MOVE "DATA-INTEGRITY-CHECK" TO ERP-PROGRAM
               MOVE "CHECK-PRODUCTS-FILE" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               ADD 1 TO WS-BAD-FILE-COUNT
           END-IF.

           ELSE
               DISPLAY "SELLS.DAT     - COULD NOT BE OPENED, "
                  "FILE STATUS " FS-VENTAS
               MOVE "DATA-INTEGRITY-CHECK" TO ERP-PROGRAM
               MOVE "CHECK-VENTAS-FILE" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               ADD 1 TO WS-BAD-FILE-COUNT
           END-IF.

           ELSE
               DISPLAY "CLIENTES.IDX  - COULD NOT BE OPENED, "
                  "FILE STATUS " FS-CLIENTES
               MOVE "DATA-INTEGRITY-CHECK" TO ERP-PROGRAM
               MOVE "CHECK-CLIENTES-FILE" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               ADD 1 TO WS-BAD-FILE-COUNT
           END-IF.

           ELSE
               DISPLAY "RELATIVO.DAT  - COULD NOT BE OPENED, "
                  "FILE STATUS " FS-RELATIVE
               MOVE "DATA-INTEGRITY-CHECK" TO ERP-PROGRAM
               MOVE "CHECK-RELATIVE-FILE" TO ERP-PARAGRAPH
               MOVE "relativo.dat" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-RELATIVE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               ADD 1 TO WS-BAD-FILE-COUNT
           END-IF.

               ELSE
                   DISPLAY "AUDIT.LOG     - COULD NOT BE OPENED, "
                      "FILE STATUS " FS-AUDIT-LOG
                   MOVE "DATA-INTEGRITY-CHECK" TO ERP-PROGRAM
                   MOVE "CHECK-AUDIT-SEQUENCE" TO ERP-PARAGRAPH
                   MOVE "AUDIT.LOG" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-AUDIT-LOG TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   ADD 1 TO WS-BAD-FILE-COUNT
               END-IF
           END-IF.
