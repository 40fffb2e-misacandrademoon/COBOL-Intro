               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
       01  WS-REVENUE-EDIT      PIC -,---,---,--9.99.
       01  WS-PRINT-COUNT       PIC 9(3) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "TOP CUSTOMERS REPORT".
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "TOP-CUSTOMERS-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "TOP-CUSTOMERS-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       BUILD-CUSTOMER-TABLE.
           COMPUTE WS-LINE-AMOUNT =
              VENTA-PRECIO * VENTA-CANTIDAD.
           MOVE VENTA-CANTIDAD TO WS-NET-QTY.
      * Fee, coupon and delivery lines carry money, not units sold
           IF VENTA-ADDON-LINE
               MOVE ZERO TO WS-NET-QTY
           END-IF.
           IF VENTA-CREDIT OR VENTA-VOID
               COMPUTE WS-LINE-AMOUNT = ZERO - WS-LINE-AMOUNT
               COMPUTE WS-NET-QTY = ZERO - WS-NET-QTY
