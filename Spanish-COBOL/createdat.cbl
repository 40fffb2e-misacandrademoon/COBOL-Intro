       01  WS-TASA-IMPUESTO     PIC 9V999 VALUE .150.
       01  WS-PRECIO-CON-IMPUESTO PIC 9(7)V99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           END-IF.
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR AL ABRIR AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "CAPTURA-PRODUCTOS" TO ERP-PROGRAM
               MOVE "ABRIR-BITACORA" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       INTENTAR-ABRIR-ARCHIVO.
                   PERFORM RECREAR-ARCHIVO
               WHEN FS-OTRO-ERROR
                   DISPLAY "ERROR INESPERADO: " FS-PRODUCTOS
                   MOVE "CAPTURA-PRODUCTOS" TO ERP-PROGRAM
                   MOVE "INTENTAR-ABRIR-ARCHIVO" TO ERP-PARAGRAPH
                   MOVE "PRODUCTOS.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-PRODUCTOS TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
           OPEN I-O PRODUCTOS-FILE.
           IF NOT FS-OK
               DISPLAY "ERROR AL CREAR ARCHIVO: " FS-PRODUCTOS
               MOVE "CAPTURA-PRODUCTOS" TO ERP-PROGRAM
               MOVE "CREAR-ARCHIVO" TO ERP-PARAGRAPH
               MOVE "PRODUCTOS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTOS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
                           ADD 1 TO WS-CANT-OTROS-ERRORES
                           DISPLAY "ERROR AL ESCRIBIR REGISTRO: "
                              FS-PRODUCTOS
                           MOVE "CAPTURA-PRODUCTOS" TO ERP-PROGRAM
                           MOVE "ALTA-PRODUCTO" TO ERP-PARAGRAPH
                           MOVE "PRODUCTOS.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-PRODUCTOS TO ERP-STATUS
                           MOVE PROD-CODIGO TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-EVALUATE
               NOT INVALID KEY
                   DISPLAY "PRODUCTO REGISTRADO CORRECTAMENTE"
                   REWRITE PRODUCTOS-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL MODIFICAR: " FS-PRODUCTOS
                           MOVE "CAPTURA-PRODUCTOS" TO ERP-PROGRAM
                           MOVE "MODIFICAR-PRODUCTO" TO ERP-PARAGRAPH
                           MOVE "PRODUCTOS.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-PRODUCTOS TO ERP-STATUS
                           MOVE PROD-CODIGO TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "PRODUCTO MODIFICADO CORRECTAMENTE"
                           MOVE PROD-NOMBRE TO AUDIT-AFTER-NAME
                           INVALID KEY
                               DISPLAY "ERROR AL MODIFICAR: "
                                  FS-PRODUCTOS
                               MOVE "CAPTURA-PRODUCTOS" TO ERP-PROGRAM
                               MOVE "BAJA-PRODUCTO" TO ERP-PARAGRAPH
                               MOVE "PRODUCTOS.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-PRODUCTOS TO ERP-STATUS
                               MOVE PROD-CODIGO TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               DISPLAY "PRODUCTO DADO DE BAJA "
                                  "CORRECTAMENTE"
