       01 PROD-VALIDO      PIC X.
           88 PROD-ES-VALIDO VALUE "S".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN I-O ARCHIVO-RELATIVO
           IF NOT FS-PRODUCTOS-OK
               DISPLAY "PRODUCTOS.DAT NO DISPONIBLE - CODIGOS DE "
                  "PRODUCTO SIN VALIDAR"
               MOVE "EJEMPLO-RELATIVO" TO ERP-PROGRAM
               MOVE "PRINCIPAL" TO ERP-PARAGRAPH
               MOVE "PRODUCTOS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTOS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF
           PERFORM UNTIL OPCION = 'F'
               DISPLAY "A-Alta | L-Leer | M-Modificar | B-Borrar | "
