
       01  WS-SUS-NUMBER        PIC 9(7).

       COPY ERRLOG-PARMS.

       LINKAGE SECTION.
       01  LNK-SOURCE           PIC X(17).
       01  LNK-REASON           PIC X(30).
           END-IF.
           IF NOT FS-SUSPENSE-OK
               DISPLAY "ERROR OPENING SUSPENSE.DAT: " FS-SUSPENSE
               MOVE "SUSPENSE-WRITER" TO ERP-PROGRAM
               MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
               MOVE "SUSPENSE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUSPENSE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               GOBACK
           END-IF.
           PERFORM GET-NEXT-SUS-NUMBER.
               INVALID KEY
                   DISPLAY "ERROR WRITING SUSPENSE RECORD: "
                      FS-SUSPENSE
                   MOVE "SUSPENSE-WRITER" TO ERP-PROGRAM
                   MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
                   MOVE "SUSPENSE.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-SUSPENSE TO ERP-STATUS
                   MOVE SUS-SEQ TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE "Y" TO LNK-RESULT
           END-WRITE.
