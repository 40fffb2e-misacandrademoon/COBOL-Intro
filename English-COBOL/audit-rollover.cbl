       01  WS-FIRST-SEQ         PIC 9(9) VALUE ZERO.
       01  WS-LAST-SEQ          PIC 9(9) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ELSE
               IF NOT FS-AUDIT-OK
                   DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
                   MOVE "AUDIT-ROLLOVER" TO ERP-PROGRAM
                   MOVE "GET-LOG-MONTH" TO ERP-PARAGRAPH
                   MOVE "AUDIT.LOG" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-AUDIT-LOG TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   MOVE 8 TO RETURN-CODE
                   SET WS-LOG-MISSING TO TRUE
               ELSE
           ELSE
               IF NOT FS-AUDIT-OK
                   DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
                   MOVE "AUDIT-ROLLOVER" TO ERP-PROGRAM
                   MOVE "ROLL-THE-LOG" TO ERP-PARAGRAPH
                   MOVE "AUDIT.LOG" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-AUDIT-LOG TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT ARCHIVE-FILE
                       DISPLAY "ERROR CREATING " WS-ARCHIVE-NAME
                          " OR AUDIT.CARRY: " FS-ARCHIVE " "
                          FS-CARRY
                       MOVE "AUDIT-ROLLOVER" TO ERP-PROGRAM
                       MOVE "ROLL-THE-LOG" TO ERP-PARAGRAPH
                       MOVE WS-ARCHIVE-NAME TO ERP-FILE
                       MOVE "OPEN" TO ERP-OPERATION
                       MOVE FS-ARCHIVE TO ERP-STATUS
                       MOVE SPACES TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       MOVE 8 TO RETURN-CODE
                       CLOSE AUDIT-LOG-FILE
                   ELSE
           IF NOT FS-CARRY-OK OR NOT FS-AUDIT-OK
               DISPLAY "ERROR REWRITING AUDIT.LOG FROM "
                  "AUDIT.CARRY: " FS-AUDIT-LOG " " FS-CARRY
               MOVE "AUDIT-ROLLOVER" TO ERP-PROGRAM
               MOVE "REBUILD-LOG-FROM-CARRY" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "REWRITE" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-NEXT-CARRY-RECORD
