           88 FS-ENTRADA-OK        VALUE "00".
           88 FS-ENTRADA-NO-EXISTE VALUE "35".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT ARCHIVO-ENTRADA
           IF FS-ENTRADA-NO-EXISTE
               DISPLAY "input file not found"
               MOVE "LEE-ESCRIBE" TO ERP-PROGRAM
               MOVE "INICIO" TO ERP-PARAGRAPH
               MOVE "entrada.txt" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ENTRADA TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               STOP RUN
           END-IF.

