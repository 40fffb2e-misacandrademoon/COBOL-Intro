       01  WS-LOADED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT       PIC 9(7) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
               IF NOT FS-OLD-OK
                   DISPLAY "ERROR OPENING PRODUCTS.OLD: "
                      FS-OLD-PRODUCTS
                   MOVE "PRODUCT-FILE-LOAD" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "PRODUCTS.OLD" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-OLD-PRODUCTS TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.
           IF FS-OLD-OK
               IF NOT FS-PRODUCTS-OK
                   DISPLAY "ERROR CREATING PRODUCTS.DAT: "
                      FS-PRODUCTS
                   MOVE "PRODUCT-FILE-LOAD" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "PRODUCTS.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-PRODUCTS TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.

           MOVE "N" TO PROD-SERIALIZED.
           MOVE "N" TO PROD-CONSIGNMENT.
           MOVE "C" TO PROD-ABC-CLASS.
           MOVE "N" TO PROD-RESTRICTION.
           MOVE ZERO TO PROD-MIN-AGE PROD-DAILY-LIMIT.
           MOVE SPACES TO PROD-FEE-CODE.
           MOVE ZERO TO PROD-QUARANTINE PROD-WARRANTY-MONTHS.
           WRITE PRODUCTS-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR LOADING " PROD-CODE ": "
                      FS-PRODUCTS
                   MOVE "PRODUCT-FILE-LOAD" TO ERP-PROGRAM
                   MOVE "LOAD-ONE-PRODUCT" TO ERP-PARAGRAPH
                   MOVE "PRODUCTS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-PRODUCTS TO ERP-STATUS
                   MOVE PROD-CODE TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
