       01  WS-PAGE-NUMBER       PIC 9(3) VALUE ZERO.
       01  WS-LABELS-PER-PAGE   PIC 9(2) VALUE 5.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "LABEL-PRINT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT LABEL-FILE.
           IF NOT FS-LABEL-OK
               DISPLAY "ERROR CREATING LABELS.TXT: " FS-LABEL
               MOVE "LABEL-PRINT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "LABELS.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-LABEL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PRINT-CATEGORY-LABELS.
