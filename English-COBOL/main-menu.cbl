           88 WS-ROLE-MANAGER    VALUE "M".
           88 WS-ROLE-SUPER-OR-MGR VALUE "S", "M".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPERATOR-SIGN-ON
           ELSE
               IF NOT FS-OPERMAST-OK
                   DISPLAY "ERROR OPENING OPERMAST.DAT: " FS-OPERMAST
                   MOVE "MAIN-MENU" TO ERP-PROGRAM
                   MOVE "OPERATOR-SIGN-ON" TO ERP-PARAGRAPH
                   MOVE "OPERMAST.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-OPERMAST TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               ELSE
                   PERFORM TRY-ONE-SIGN-ON
                      UNTIL WS-SIGNON-DONE OR WS-SIGNON-TRIES >= 3
               CLOSE SIGNON-FILE
           ELSE
               DISPLAY "ERROR WRITING SIGNON.DAT: " FS-SIGNON
               MOVE "MAIN-MENU" TO ERP-PROGRAM
               MOVE "WRITE-SIGNON-RECORD" TO ERP-PARAGRAPH
               MOVE "SIGNON.DAT" TO ERP-FILE
               MOVE "WRITE" TO ERP-OPERATION
               MOVE FS-SIGNON TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       REMOVE-SIGNON-RECORD.
