       01  WS-LIMITE-RANGO        PIC 9(3) VALUE 10.
       01  WS-CONTADOR-IMPRESOS   PIC 9(3) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ABRIR-ARCHIVOS.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR AL ABRIR VENTAS.DAT: " FS-VENTAS
               MOVE "REPORTE-MAS-VENDIDOS" TO ERP-PROGRAM
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
               MOVE "REPORTE-MAS-VENDIDOS" TO ERP-PROGRAM
               MOVE "ABRIR-ARCHIVOS" TO ERP-PARAGRAPH
               MOVE "PRODUCTOS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTOS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       CONSTRUIR-TABLA-RESUMEN.
