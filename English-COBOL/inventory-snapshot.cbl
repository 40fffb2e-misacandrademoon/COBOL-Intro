       01  WS-TOMORROW-MONTH    PIC 9(6).
       01  WS-SNAP-COUNT        PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "INVENTORY-SNAPSHOT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O INVSNAP-FILE.
           IF FS-INVSNAP-NOT-EXIST
           END-IF.
           IF NOT FS-INVSNAP-OK
               DISPLAY "ERROR OPENING INVSNAP.DAT: " FS-INVSNAP
               MOVE "INVENTORY-SNAPSHOT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "INVSNAP.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-INVSNAP TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-PRODUCT.
                       INVALID KEY
                           DISPLAY "ERROR WRITING SNAPSHOT FOR "
                              PROD-CODE ": " FS-INVSNAP
                           MOVE "INVENTORY-SNAPSHOT" TO ERP-PROGRAM
                           MOVE "SNAP-ONE-PRODUCT" TO ERP-PARAGRAPH
                           MOVE "INVSNAP.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-INVSNAP TO ERP-STATUS
                           MOVE SNAP-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           ADD 1 TO WS-SNAP-COUNT
                   END-REWRITE
