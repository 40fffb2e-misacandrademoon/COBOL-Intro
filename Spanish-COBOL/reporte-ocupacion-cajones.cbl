       01 WS-CANT-OCUPADOS PIC 9(5) VALUE ZERO.
       01 WS-CANT-VACIOS   PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM ABRIR-ARCHIVO.
           OPEN INPUT ARCHIVO-RELATIVO.
           IF NOT FS-RELATIVO-OK
               DISPLAY "ERROR AL ABRIR relativo.dat: " FS-RELATIVO
               MOVE "REPORTE-OCUPACION-CAJONES" TO ERP-PROGRAM
               MOVE "ABRIR-ARCHIVO" TO ERP-PARAGRAPH
               MOVE "relativo.dat" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-RELATIVO TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       LEER-SIGUIENTE-CAJON.
