
       01  WS-CANT-ACTUALIZADOS PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ABRIR-ARCHIVO.
           OPEN I-O PRODUCTOS-FILE.
           IF NOT FS-OK
               DISPLAY "ERROR AL ABRIR PRODUCTOS.DAT: " FS-PRODUCTOS
               MOVE "CAMBIO-PRECIOS" TO ERP-PROGRAM
               MOVE "ABRIR-ARCHIVO" TO ERP-PARAGRAPH
               MOVE "PRODUCTOS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTOS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       ABRIR-BITACORA.
           END-IF.
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR AL ABRIR AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "CAMBIO-PRECIOS" TO ERP-PROGRAM
               MOVE "ABRIR-BITACORA" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OBTENER-AJUSTE.
           ELSE
               DISPLAY "ERROR AL ACTUALIZAR " PROD-CODIGO ": "
                  FS-PRODUCTOS
               MOVE "CAMBIO-PRECIOS" TO ERP-PROGRAM
               MOVE "AJUSTAR-PRECIO-PRODUCTO" TO ERP-PARAGRAPH
               MOVE "PRODUCTOS.DAT" TO ERP-FILE
               MOVE "REWRITE" TO ERP-OPERATION
               MOVE FS-PRODUCTOS TO ERP-STATUS
               MOVE PROD-CODIGO TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           PERFORM LEER-SIGUIENTE-PRODUCTO.

