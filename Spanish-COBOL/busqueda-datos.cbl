       01 WS-CONTINUAR     PIC X VALUE 'S'.
           88 WS-SEGUIR      VALUE 'S'.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN INPUT ARCHIVO-INDEXADO.
           IF NOT FS-INDEXADO-OK
               DISPLAY "ERROR AL ABRIR datos.idx: " FS-INDEXADO
               MOVE "BUSQUEDA-DATOS" TO ERP-PROGRAM
               MOVE "PRINCIPAL" TO ERP-PARAGRAPH
               MOVE "datos.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-INDEXADO TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM UNTIL NOT WS-SEGUIR
                   DISPLAY "Ingrese ID a buscar: "
