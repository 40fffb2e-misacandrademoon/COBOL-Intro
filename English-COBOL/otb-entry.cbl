       01  WS-MONEY-EDIT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILE.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING OTB.DAT: " FS-OTB
               MOVE "OTB-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "OTB.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-OTB TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
                           DISPLAY "ERROR: BUDGET ALREADY ON FILE"
                       WHEN OTHER
                           DISPLAY "ERROR WRITING RECORD: " FS-OTB
                           MOVE "OTB-ENTRY" TO ERP-PROGRAM
                           MOVE "ADD-BUDGET" TO ERP-PARAGRAPH
                           MOVE "OTB.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-OTB TO ERP-STATUS
                           MOVE OTB-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-EVALUATE
               NOT INVALID KEY
                   DISPLAY "BUDGET SUCCESSFULLY REGISTERED"
                   REWRITE OTB-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: " FS-OTB
                           MOVE "OTB-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-BUDGET" TO ERP-PARAGRAPH
                           MOVE "OTB.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-OTB TO ERP-STATUS
                           MOVE OTB-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "BUDGET SUCCESSFULLY UPDATED"
                   END-REWRITE
