       01  WS-LINE              PIC 9(3).
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILES.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING STANDORD.DAT: " FS-STANDORD
               MOVE "STANDING-ORDER-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "STANDORD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-STANDORD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
                           WHEN OTHER
                               DISPLAY "ERROR WRITING RECORD: "
                                  FS-STANDORD
                               MOVE "STANDING-ORDER-ENTRY"
                                  TO ERP-PROGRAM
                               MOVE "ADD-TEMPLATE-LINE" TO ERP-PARAGRAPH
                               MOVE "STANDORD.DAT" TO ERP-FILE
                               MOVE "WRITE" TO ERP-OPERATION
                               MOVE FS-STANDORD TO ERP-STATUS
                               MOVE SO-KEY TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       END-EVALUATE
                   NOT INVALID KEY
                       DISPLAY "TEMPLATE LINE SUCCESSFULLY "
