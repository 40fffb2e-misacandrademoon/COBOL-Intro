       01  WS-INGRESO-CLIENTE     PIC 9(11)V99 VALUE ZERO.
       01  WS-INGRESO-CLIENTE-EDIT PIC Z,ZZZ,ZZZ,ZZ9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CODIGO DE CLIENTE (10 caracteres): "
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR AL ABRIR VENTAS.DAT: " FS-VENTAS
               MOVE "HISTORIAL-COMPRAS" TO ERP-PROGRAM
               MOVE "ABRIR-ARCHIVOS" TO ERP-PARAGRAPH
               MOVE "VENTAS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTOS-FILE.
           IF NOT FS-PRODUCTOS-OK
               DISPLAY "ERROR AL ABRIR PRODUCTOS.DAT: " FS-PRODUCTOS
               MOVE "HISTORIAL-COMPRAS" TO ERP-PROGRAM
               MOVE "ABRIR-ARCHIVOS" TO ERP-PARAGRAPH
               MOVE "PRODUCTOS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTOS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR AL ABRIR clientes.idx: " FS-CLIENTES
               MOVE "HISTORIAL-COMPRAS" TO ERP-PROGRAM
               MOVE "ABRIR-ARCHIVOS" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       BUSCAR-CLIENTE.
