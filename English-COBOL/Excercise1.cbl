
       01  WS-PRECIO-EDITADO    PIC Z,ZZZ,ZZ9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR.
           OPEN I-O PRODUCTOS-FILE.
           IF FS-PRODUCTOS NOT = "00" AND NOT = "05"
              DISPLAY "ERROR AL ABRIR ARCHIVO: " FS-PRODUCTOS
              MOVE "EXCERCISE1-CAPTURA-PRODUCTOS" TO ERP-PROGRAM
              MOVE "INICIALIZAR" TO ERP-PARAGRAPH
              MOVE "PRODUCTOS.DAT" TO ERP-FILE
              MOVE "OPEN" TO ERP-OPERATION
              MOVE FS-PRODUCTOS TO ERP-STATUS
              MOVE SPACES TO ERP-KEY
              CALL "ERROR-LOGGER" USING ERRLOG-PARMS
              STOP RUN
           END-IF.

