       01  WS-SEQ               PIC 9(9) VALUE ZERO.
       01  WS-LOADED-COUNT      PIC 9(7) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ELSE
               IF NOT FS-OLD-OK
                   DISPLAY "ERROR OPENING AUDIT.OLD: " FS-OLD-AUDIT
                   MOVE "AUDIT-LOG-CUTOVER" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "AUDIT.OLD" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-OLD-AUDIT TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.
           IF FS-OLD-OK
               IF NOT FS-PRESEQ-OK
                   DISPLAY "ERROR CREATING AUDIT.PRESEQ: "
                      FS-PRESEQ
                   MOVE "AUDIT-LOG-CUTOVER" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "AUDIT.PRESEQ" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-PRESEQ TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
               OPEN OUTPUT AUDIT-LOG-FILE
               IF NOT FS-AUDIT-OK
                   DISPLAY "ERROR CREATING AUDIT.LOG: "
                      FS-AUDIT-LOG
                   MOVE "AUDIT-LOG-CUTOVER" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "AUDIT.LOG" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-AUDIT-LOG TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.

               CLOSE SEQ-CONTROL-FILE
           ELSE
               DISPLAY "ERROR WRITING AUDITSEQ.DAT: " FS-SEQ-CONTROL
               MOVE "AUDIT-LOG-CUTOVER" TO ERP-PROGRAM
               MOVE "SEED-SEQ-CONTROL" TO ERP-PARAGRAPH
               MOVE "AUDITSEQ.DAT" TO ERP-FILE
               MOVE "WRITE" TO ERP-OPERATION
               MOVE FS-SEQ-CONTROL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               MOVE 8 TO RETURN-CODE
           END-IF.

