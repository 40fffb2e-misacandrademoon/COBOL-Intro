       01 WS-CONTINUE      PIC X VALUE 'Y'.
           88 WS-KEEP-GOING VALUE 'Y'.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT INDEXED-FILE.
           IF NOT FS-INDEXED-OK
               DISPLAY "ERROR OPENING datos.idx: " FS-INDEXED
               MOVE "DATOS-LOOKUP" TO ERP-PROGRAM
               MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
               MOVE "datos.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-INDEXED TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM UNTIL NOT WS-KEEP-GOING
                   DISPLAY "Enter ID to look up: "
