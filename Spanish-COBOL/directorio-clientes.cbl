       01  WS-NUMERO-PAGINA       PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-CLIENTES      PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ABRIR-ARCHIVO.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR AL ABRIR clientes.idx: " FS-CLIENTES
               MOVE "DIRECTORIO-CLIENTES" TO ERP-PROGRAM
               MOVE "ABRIR-ARCHIVO" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       LEER-SIGUIENTE-CLIENTE.
