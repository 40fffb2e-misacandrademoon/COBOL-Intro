       01  WS-LINE-VALUE        PIC 9(9)V99.
       01  WS-VALUE-EDIT        PIC Z,ZZZ,ZZZ,ZZ9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILE.
           OPEN INPUT SUPPINV-FILE.
           IF NOT FS-SUPPINV-OK
               DISPLAY "ERROR OPENING SUPPINV.DAT: " FS-SUPPINV
               MOVE "INVOICE-MATCH-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "SUPPINV.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUPPINV TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-LINE.
