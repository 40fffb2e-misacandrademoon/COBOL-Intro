           88 WS-ROLE-VALID     VALUE "C", "S", "M".
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILE.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING OPERMAST.DAT: " FS-OPERMAST
               MOVE "OPERATOR-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "OPERMAST.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-OPERMAST TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
                       WHEN OTHER
                           DISPLAY "ERROR WRITING RECORD: "
                              FS-OPERMAST
                           MOVE "OPERATOR-ENTRY" TO ERP-PROGRAM
                           MOVE "ADD-OPERATOR" TO ERP-PARAGRAPH
                           MOVE "OPERMAST.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-OPERMAST TO ERP-STATUS
                           MOVE OPER-ID TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-EVALUATE
               NOT INVALID KEY
                   DISPLAY "OPERATOR SUCCESSFULLY REGISTERED"
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-OPERMAST
                           MOVE "OPERATOR-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-OPERATOR" TO ERP-PARAGRAPH
                           MOVE "OPERMAST.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-OPERMAST TO ERP-STATUS
                           MOVE OPER-ID TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "OPERATOR SUCCESSFULLY UPDATED"
                   END-REWRITE
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-OPERMAST
                           MOVE "OPERATOR-ENTRY" TO ERP-PROGRAM
                           MOVE "DEACTIVATE-OPERATOR" TO ERP-PARAGRAPH
                           MOVE "OPERMAST.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-OPERMAST TO ERP-STATUS
                           MOVE OPER-ID TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "OPERATOR DEACTIVATED - "
                              OPER-NAME
