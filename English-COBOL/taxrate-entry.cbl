       01  WS-RATE-EDIT         PIC X(6).
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILE.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING TAXRATE.DAT: " FS-TAXRATE
               MOVE "TAXRATE-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "TAXRATE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-TAXRATE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
                       WHEN OTHER
                           DISPLAY "ERROR WRITING RECORD: "
                              FS-TAXRATE
                           MOVE "TAXRATE-ENTRY" TO ERP-PROGRAM
                           MOVE "ADD-TAX-CLASS" TO ERP-PARAGRAPH
                           MOVE "TAXRATE.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-TAXRATE TO ERP-STATUS
                           MOVE TAX-CLASS TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-EVALUATE
               NOT INVALID KEY
                   DISPLAY "TAX CLASS SUCCESSFULLY REGISTERED"
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-TAXRATE
                           MOVE "TAXRATE-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-TAX-CLASS" TO ERP-PARAGRAPH
                           MOVE "TAXRATE.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-TAXRATE TO ERP-STATUS
                           MOVE TAX-CLASS TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "TAX CLASS SUCCESSFULLY UPDATED"
                   END-REWRITE
