       01  WS-SUS-DATA          PIC X(80).
       01  WS-SUS-RESULT        PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "CUSTOMER-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT CSV-FILE.
           IF FS-CSV-NOT-EXIST
           ELSE
               IF NOT FS-CSV-OK
                   DISPLAY "ERROR OPENING CUSTOMERS.CSV: " FS-CSV
                   MOVE "CUSTOMER-IMPORT" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "CUSTOMERS.CSV" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-CSV TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF NOT FS-REJECT-OK
               DISPLAY "ERROR CREATING CUSTREJ.TXT: " FS-REJECT
               MOVE "CUSTOMER-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "CUSTREJ.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-REJECT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-LINE.
           MOVE SPACES TO CLIENTE-RUTA.
           MOVE ZERO TO CLIENTE-DROP-SEQ.
           MOVE SPACE TO CLIENTE-FIN-EXENTO.
           MOVE SPACES TO CLIENTE-PADRE.
           MOVE SPACES TO CLIENTE-REF-BANCO.
           WRITE REGISTRO-CLIENTE
               INVALID KEY
                   EVALUATE TRUE
