       01  WS-LOADED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT       PIC 9(7) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
               IF NOT FS-OLD-OK
                   DISPLAY "ERROR OPENING CLIENTES.OLD: "
                      FS-OLD-CLIENTES
                   MOVE "CUSTOMER-FILE-LOAD" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "CLIENTES.OLD" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-OLD-CLIENTES TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.
           IF FS-OLD-OK
               IF NOT FS-CLIENTES-OK
                   DISPLAY "ERROR CREATING clientes.idx: "
                      FS-CLIENTES
                   MOVE "CUSTOMER-FILE-LOAD" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "clientes.idx" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-CLIENTES TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.

           MOVE SPACES TO CLIENTE-RUTA.
           MOVE ZERO TO CLIENTE-DROP-SEQ.
           MOVE SPACE TO CLIENTE-FIN-EXENTO.
           MOVE SPACES TO CLIENTE-PADRE.
           MOVE SPACES TO CLIENTE-REF-BANCO.
           WRITE REGISTRO-CLIENTE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR LOADING " CLAVE-CLIENTE ": "
                      FS-CLIENTES
                   MOVE "CUSTOMER-FILE-LOAD" TO ERP-PROGRAM
                   MOVE "LOAD-ONE-CLIENTE" TO ERP-PARAGRAPH
                   MOVE "clientes.idx" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-CLIENTES TO ERP-STATUS
                   MOVE CLAVE-CLIENTE TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
