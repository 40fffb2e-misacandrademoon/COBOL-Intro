       01 WS-TOTAL-INGRESOS      PIC 9(9)V99 VALUE ZERO.
       01 WS-INGRESOS-EDIT       PIC Z,ZZZ,ZZ9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           END-IF
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR AL ABRIR AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "CREAR-VENTAS" TO ERP-PROGRAM
               MOVE "ABRIR-ARCHIVOS" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF

           PERFORM LEER-PUNTO-CONTROL
