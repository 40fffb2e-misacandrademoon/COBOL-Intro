       01  WS-OVER-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-NO-CAP-COUNT  PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILE.
           OPEN INPUT RELATIVE-FILE.
           IF NOT FS-RELATIVE-OK
               DISPLAY "ERROR OPENING relativo.dat: " FS-RELATIVE
               MOVE "BIN-UTILIZATION-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "relativo.dat" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-RELATIVE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-BIN.
