       01  WS-MATCH-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-UNITS-TOTAL       PIC 9(7) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RECALL TRACE".
           OPEN INPUT SALELOT-FILE.
           IF NOT FS-SALELOT-OK
               DISPLAY "ERROR OPENING SALELOTS.DAT: " FS-SALELOT
               MOVE "RECALL-TRACE-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SALELOTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SALELOT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
