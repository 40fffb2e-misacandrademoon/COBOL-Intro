       77  WS-RSV-RESERVED      PIC 9(7).
       77  WS-RSV-RESULT        PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "A" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O QUOTES-FILE.
           IF FS-QUOTES-NOT-EXIST
           END-IF.
           IF NOT FS-QUOTES-OK
               DISPLAY "ERROR OPENING QUOTES.DAT: " FS-QUOTES
               MOVE "A" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "QUOTES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-QUOTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "A" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PROMO-FILE.
           IF NOT FS-PROMO-OK
           WRITE QUOTE-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING QUOTE LINE: " FS-QUOTES
                   MOVE "A" TO ERP-PROGRAM
                   MOVE "WRITE-QUOTE-LINE" TO ERP-PARAGRAPH
                   MOVE "QUOTES.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-QUOTES TO ERP-STATUS
                   MOVE QUOTE-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-LINE-COUNT
                   DISPLAY "LINE " QUOTE-LINE " - "
