       01  WS-TERMINADO         PIC X VALUE "N".
           88 WS-NO-HAY-MAS     VALUE "S".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT PRODUCTOS-FILE.
           IF NOT FS-OK
               DISPLAY "ERROR AL ABRIR PRODUCTOS.DAT: " FS-PRODUCTOS
               MOVE "BUSQUEDA-UPC-PRODUCTO" TO ERP-PROGRAM
               MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
               MOVE "PRODUCTOS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTOS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM UNTIL NOT WS-SI
                   PERFORM BUSCAR-POR-UPC
