       01  WS-SUS-DATA          PIC X(80).
       01  WS-SUS-RESULT        PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "PRODUCT-CSV-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT CSV-FILE.
           IF FS-CSV-NOT-EXIST
           ELSE
               IF NOT FS-CSV-OK
                   DISPLAY "ERROR OPENING PRODUCTS.CSV: " FS-CSV
                   MOVE "PRODUCT-CSV-IMPORT" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "PRODUCTS.CSV" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-CSV TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.

           END-IF.
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "PRODUCT-CSV-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-AUDIT-LOG" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-MOVES-FILE.
           END-IF.
           IF NOT FS-MOVES-OK
               DISPLAY "ERROR OPENING STOCKMOVES.DAT: " FS-MOVES
               MOVE "PRODUCT-CSV-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-MOVES-FILE" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-LINE.
               MOVE "N" TO PROD-SERIALIZED
               MOVE "N" TO PROD-CONSIGNMENT
               MOVE "C" TO PROD-ABC-CLASS
               MOVE "N" TO PROD-RESTRICTION
               MOVE ZERO TO PROD-MIN-AGE PROD-DAILY-LIMIT
               MOVE SPACES TO PROD-FEE-CODE
               MOVE ZERO TO PROD-QUARANTINE PROD-WARRANTY-MONTHS
               WRITE PRODUCTS-RECORD
                   INVALID KEY
                       EVALUATE TRUE
                               ADD 1 TO WS-REJECTED-COUNT
                               DISPLAY "ERROR WRITING " PROD-CODE
                                  ": " FS-PRODUCTS
                               MOVE "PRODUCT-CSV-IMPORT" TO ERP-PROGRAM
                               MOVE "IMPORT-LINE" TO ERP-PARAGRAPH
                               MOVE "PRODUCTS.DAT" TO ERP-FILE
                               MOVE "WRITE" TO ERP-OPERATION
                               MOVE FS-PRODUCTS TO ERP-STATUS
                               MOVE PROD-CODE TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                               MOVE "WRITE ERROR"
                                  TO WS-SUS-REASON
                               PERFORM WRITE-SUSPENSE-RECORD

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE SPACES TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
