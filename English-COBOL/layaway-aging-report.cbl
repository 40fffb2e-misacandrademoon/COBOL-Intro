       01  WS-MONEY-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-MONEY-EDIT2       PIC Z,ZZZ,ZZ9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT LAYAWAY-FILE.
           IF NOT FS-LAYAWAY-OK
               DISPLAY "ERROR OPENING LAYAWAY.DAT: " FS-LAYAWAY
               MOVE "LAYAWAY-AGING-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "LAYAWAY.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-LAYAWAY TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT LAYPAY-FILE.
           IF NOT FS-LAYPAY-OK
