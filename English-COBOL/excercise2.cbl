       88 FS-CATALOGO-NO-EXISTE VALUE "35".
       88 FS-CATALOGO-EOF VALUE "10".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       INICIO.

        OPEN OUTPUT PRODUCTOS-FILE
       IF NOT FS-OK
       DISPLAY "ERROR AL ABRIR PRODUCTOS.DAT: " FS-PRODUCTOS
       MOVE "CREAR-PRODUCTOS" TO ERP-PROGRAM
       MOVE "ABRIR-ARCHIVO" TO ERP-PARAGRAPH
       MOVE "PRODUCTOS.DAT" TO ERP-FILE
       MOVE "OPEN" TO ERP-OPERATION
       MOVE FS-PRODUCTOS TO ERP-STATUS
       MOVE SPACES TO ERP-KEY
       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
       STOP RUN
       END-IF.
       OPEN INPUT CATALOGO-FILE
