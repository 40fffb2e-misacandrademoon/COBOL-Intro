       01  WS-EDIT-3            PIC -,---,---,--9.99.
       01  WS-EDIT-4            PIC -,---,---,--9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "OPEN-TO-BUY REPORT".
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "OTB-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PURCHORD-FILE.
           IF NOT FS-PURCHORD-OK
               DISPLAY "ERROR OPENING PURCHORD.DAT: " FS-PURCHORD
               MOVE "OTB-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PURCHORD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PURCHORD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       BUILD-ONHAND-VALUES.
           END-READ.

       TALLY-ONORDER.
           IF PO-OPEN OR PO-DRAFT OR PO-AWAITING-APPROVAL
               COMPUTE WS-OPEN-QTY =
                  PO-QTY-ORDERED - PO-QTY-RECEIVED
               IF WS-OPEN-QTY > ZERO
