       01  WS-VALUE-EDIT        PIC -,---,---,--9.99.
       01  WS-TOTAL-VALUE       PIC S9(13)V99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILE.
           OPEN INPUT INVSNAP-FILE.
           IF NOT FS-INVSNAP-OK
               DISPLAY "ERROR OPENING INVSNAP.DAT: " FS-INVSNAP
               MOVE "INVSNAP-TREND-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "INVSNAP.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-INVSNAP TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-SNAPSHOT.
