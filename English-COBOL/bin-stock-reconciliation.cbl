       01  WS-DIFFERENCE-EDIT PIC -(6)9.
       01  WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           OPEN INPUT RELATIVE-FILE.
           IF NOT FS-RELATIVE-OK
               DISPLAY "ERROR OPENING relativo.dat: " FS-RELATIVE
               MOVE "BIN-STOCK-RECONCILIATION" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "relativo.dat" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-RELATIVE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "BIN-STOCK-RECONCILIATION" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       BUILD-BIN-TABLE.
