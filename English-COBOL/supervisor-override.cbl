           88 WS-IS-GRANTED     VALUE "Y".
       01  WS-SESSION-OPERATOR  PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       LINKAGE SECTION.
       01  LNK-PROGRAM          PIC X(17).
       01  LNK-REASON           PIC X(20).
               CLOSE OVERRIDE-FILE
           ELSE
               DISPLAY "ERROR OPENING OVERRIDE.DAT: " FS-OVERRIDE
               MOVE "SUPERVISOR-OVERRIDE" TO ERP-PROGRAM
               MOVE "WRITE-OVERRIDE-RECORD" TO ERP-PARAGRAPH
               MOVE "OVERRIDE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-OVERRIDE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
