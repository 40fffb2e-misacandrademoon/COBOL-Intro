       01 WS-LOADED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT   PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           OPEN INPUT SEQUENTIAL-FILE.
           IF NOT FS-SEQUENTIAL-OK
               DISPLAY "ERROR OPENING datos.dat: " FS-SEQUENTIAL
               MOVE "DATOS-LOADER" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "datos.dat" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SEQUENTIAL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT INDEXED-FILE
               IF NOT FS-INDEXED-OK
                   DISPLAY "ERROR OPENING datos.idx: " FS-INDEXED
                   MOVE "DATOS-LOADER" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "datos.idx" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-INDEXED TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.

