       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-VALUE-EDIT        PIC -Z,ZZZ,ZZ9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REVIEW DATE (YYYYMMDD, 0 = TODAY): "
           OPEN INPUT OVERRIDE-FILE.
           IF NOT FS-OVERRIDE-OK
               DISPLAY "ERROR OPENING OVERRIDE.DAT: " FS-OVERRIDE
               MOVE "OVERRIDE-REVIEW-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "OVERRIDE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-OVERRIDE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-OVERRIDE.
