       01  WS-COST-TEXT         PIC 9(7).99.
       01  WS-EXTRACT-COUNT     PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT AUDIT-LOG-FILE.
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "PRODUCT-DELTA-EXTRACT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "PRODUCT-DELTA-EXTRACT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT DELTA-FILE.
           IF NOT FS-DELTA-OK
               DISPLAY "ERROR CREATING PRODDELTA.TXT: " FS-DELTA
               MOVE "PRODUCT-DELTA-EXTRACT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODDELTA.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-DELTA TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-AUDIT.
               IF AUDIT-SEQ > WS-HIGH-SEQ
                   MOVE AUDIT-SEQ TO WS-HIGH-SEQ
               END-IF
               IF AUDIT-CODE NOT = SPACES
                   EVALUATE AUDIT-ACTION
                       WHEN "W"
                           MOVE "A" TO WS-MAPPED-ACTION
                       WHEN "D"
                           MOVE "D" TO WS-MAPPED-ACTION
                       WHEN OTHER
                           MOVE "U" TO WS-MAPPED-ACTION
                   END-EVALUATE
                   PERFORM ADD-TO-CHANGE-TABLE
               END-IF
           END-IF.
           PERFORM READ-NEXT-AUDIT.

