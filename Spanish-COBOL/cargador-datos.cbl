       01 WS-CANT-CARGADOS   PIC 9(5) VALUE ZERO.
       01 WS-CANT-OMITIDOS   PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM ABRIR-ARCHIVOS.
           OPEN INPUT ARCHIVO-SECUENCIAL.
           IF NOT FS-SECUENCIAL-OK
               DISPLAY "ERROR AL ABRIR datos.dat: " FS-SECUENCIAL
               MOVE "CARGADOR-DATOS" TO ERP-PROGRAM
               MOVE "ABRIR-ARCHIVOS" TO ERP-PARAGRAPH
               MOVE "datos.dat" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SECUENCIAL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT ARCHIVO-INDEXADO
               IF NOT FS-INDEXADO-OK
                   DISPLAY "ERROR AL ABRIR datos.idx: " FS-INDEXADO
                   MOVE "CARGADOR-DATOS" TO ERP-PROGRAM
                   MOVE "ABRIR-ARCHIVOS" TO ERP-PARAGRAPH
                   MOVE "datos.idx" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-INDEXADO TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.

