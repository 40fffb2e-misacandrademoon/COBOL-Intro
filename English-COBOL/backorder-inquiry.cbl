       01  WS-OPEN-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-OPEN-QTY          PIC 9(7) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PRODUCT CODE (5 characters): " WITH NO ADVANCING.
           OPEN INPUT BACKORDER-FILE.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING BACKORDER.DAT: " FS-BACKORDER
               MOVE "BACKORDER-INQUIRY" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "BACKORDER.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-BACKORDER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-BACKORDER.
