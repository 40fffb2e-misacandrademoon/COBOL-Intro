      *          (damage, theft, expiry dump, found stock, sample and
      *          whatever else the owner wants tracked) that
      *          STOCK-ADJUSTMENT-ENTRY requires on every adjustment
      *          and quarantine move, QUARANTINE-RELEASE on every
      *          write-off, and the shrinkage report groups by.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-CODE              PIC X(2).
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILE.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING REASON.DAT: " FS-REASON
               MOVE "REASON-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "REASON.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-REASON TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
                       WHEN OTHER
                           DISPLAY "ERROR WRITING RECORD: "
                              FS-REASON
                           MOVE "REASON-ENTRY" TO ERP-PROGRAM
                           MOVE "ADD-REASON" TO ERP-PARAGRAPH
                           MOVE "REASON.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-REASON TO ERP-STATUS
                           MOVE RSN-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-EVALUATE
               NOT INVALID KEY
                   DISPLAY "REASON SUCCESSFULLY REGISTERED"
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-REASON
                           MOVE "REASON-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-REASON" TO ERP-PARAGRAPH
                           MOVE "REASON.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-REASON TO ERP-STATUS
                           MOVE RSN-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "REASON SUCCESSFULLY UPDATED"
                   END-REWRITE
