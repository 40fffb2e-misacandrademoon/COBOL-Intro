       01  WS-FOUND-FLAG        PIC X VALUE "N".
           88 WS-FOUND          VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "AUDIT LOG INQUIRY".
           OPEN INPUT AUDIT-LOG-FILE.
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "AUDIT-INQUIRY" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-AUDIT-RECORD.
