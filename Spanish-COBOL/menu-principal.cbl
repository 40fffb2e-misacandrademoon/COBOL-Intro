           88 WS-FIRMA-LISTA       VALUE "Y".
       01  WS-ROL                  PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       PROCESO-PRINCIPAL.
           PERFORM FIRMA-OPERADOR
           ELSE
               IF NOT FS-OPERMAST-OK
                   DISPLAY "ERROR AL ABRIR OPERMAST.DAT: " FS-OPERMAST
                   MOVE "MENU-PRINCIPAL" TO ERP-PROGRAM
                   MOVE "FIRMA-OPERADOR" TO ERP-PARAGRAPH
                   MOVE "OPERMAST.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-OPERMAST TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               ELSE
                   PERFORM INTENTAR-FIRMA
                      UNTIL WS-FIRMA-LISTA OR WS-FIRMA-INTENTOS >= 3
               CLOSE SIGNON-FILE
           ELSE
               DISPLAY "ERROR AL ESCRIBIR SIGNON.DAT: " FS-SIGNON
               MOVE "MENU-PRINCIPAL" TO ERP-PROGRAM
               MOVE "ESCRIBIR-FIRMA" TO ERP-PARAGRAPH
               MOVE "SIGNON.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SIGNON TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       QUITAR-FIRMA.
