       01  WS-LOCK-NAME         PIC X(12).
       01  WS-LISTED-COUNT      PIC 9(3).

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O LOCK-FILE.
                   CLOSE LOCK-FILE
               ELSE
                   DISPLAY "ERROR OPENING LOCKFILE.DAT: " FS-LOCK
                   MOVE "LOCK-UTILITY" TO ERP-PROGRAM
                   MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
                   MOVE "LOCKFILE.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-LOCK TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.
           DISPLAY "PROGRAM FINISHED.".
