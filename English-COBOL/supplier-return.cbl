      *          with an AUDIT.LOG record, and prints a return
      *          document to go in the carton back to the vendor, so
      *          returned goods stay distinguishable from sold or
      *          lost goods. Goods already held in PROD-QUARANTINE
      *          (failed inspection, damaged) can be returned straight
      *          out of quarantine - the units pass back through
      *          sellable stock on STOCKMOVES.DAT so the stock card
      *          stays in balance, and QUARANTINE.DAT records the RMA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MOVES-FILE ASSIGN TO "STOCKMOVES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVES.
           SELECT QUARANTINE-FILE ASSIGN TO "QUARANTINE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-QUARANTINE.


       DATA DIVISION.
           05 SUPP-NAME          PIC X(25).
           05 SUPP-CONTACT       PIC X(20).
           05 SUPP-LEAD-DAYS     PIC 9(3).
           05 SUPP-ORDER-DAYS    PIC X(7).
           05 SUPP-MIN-ORDER     PIC 9(7)V99.
           05 SUPP-FREE-FREIGHT  PIC 9(7)V99.

       FD  AUDIT-LOG-FILE.
       COPY AUDIT-RECORD.
           05 RMACTL-LAST-NUMBER PIC 9(6).
       FD  MOVES-FILE.
       COPY MOVES-RECORD.
       FD  QUARANTINE-FILE.
       COPY QUARANTINE-RECORD.


       WORKING-STORAGE SECTION.
       01  FS-MOVES             PIC XX.
           88 FS-MOVES-OK       VALUE "00".
           88 FS-MOVES-NOT-EXIST VALUE "35".
       01  FS-QUARANTINE        PIC XX.
           88 FS-QUARANTINE-OK  VALUE "00".
           88 FS-QUARANTINE-NOT-EXIST VALUE "35".


       01  WS-CONTINUE          PIC X VALUE "Y".
       01  WS-RMA-NUMBER        PIC 9(6).
       01  WS-RETURN-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-SUPPLIER-NAME     PIC X(25).
       01  WS-RETURN-SOURCE     PIC X.
           88 WS-FROM-SELLABLE  VALUE "S", "s".
           88 WS-FROM-QUARANTINE VALUE "Q", "q".
       01  WS-SOURCE-QTY        PIC 9(5).

       01  WS-LOCK-ACTION       PIC X.
       01  WS-LOCK-NAME         PIC X(12) VALUE "PRODUCTS".
       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
              AND FS-RMA-DOC-OK
               PERFORM OPEN-AUDIT-LOG
               PERFORM OPEN-MOVES-FILE
               PERFORM OPEN-QUARANTINE-FILE
               DISPLAY " "
               DISPLAY "RETURN TO SUPPLIER (RMA) PROCESSING"
               DISPLAY "REASON CODES: DM-DAMAGED WR-WRONG ITEM "
           END-IF.
           IF NOT FS-RMA-OK
               DISPLAY "ERROR OPENING RMA.DAT: " FS-RMA
               MOVE "SUPPLIER-RETURN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "RMA.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-RMA TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           PERFORM TAKE-PRODUCTS-LOCK.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "SUPPLIER-RETURN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT SUPPLIERS-FILE.
           IF NOT FS-SUPPLIERS-OK
               DISPLAY "ERROR OPENING SUPPLIERS.DAT: " FS-SUPPLIERS
               MOVE "SUPPLIER-RETURN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SUPPLIERS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUPPLIERS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND RMA-DOC-FILE.
           IF FS-RMA-DOC-NOT-EXIST
           END-IF.
           IF NOT FS-RMA-DOC-OK
               DISPLAY "ERROR OPENING RMADOC.TXT: " FS-RMA-DOC
               MOVE "SUPPLIER-RETURN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "RMADOC.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-RMA-DOC TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-AUDIT-LOG.
           END-IF.
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "SUPPLIER-RETURN" TO ERP-PROGRAM
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
               MOVE "SUPPLIER-RETURN" TO ERP-PROGRAM
               MOVE "OPEN-MOVES-FILE" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-QUARANTINE-FILE.
           OPEN EXTEND QUARANTINE-FILE.
           IF FS-QUARANTINE-NOT-EXIST
               OPEN OUTPUT QUARANTINE-FILE
           END-IF.
           IF NOT FS-QUARANTINE-OK
               DISPLAY "ERROR OPENING QUARANTINE.DAT: " FS-QUARANTINE
               MOVE "SUPPLIER-RETURN" TO ERP-PROGRAM
               MOVE "OPEN-QUARANTINE-FILE" TO ERP-PARAGRAPH
               MOVE "QUARANTINE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-QUARANTINE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-ONE-RETURN.
       CAPTURE-RETURN.
           DISPLAY "PRODUCT: " PROD-NAME " SUPPLIER: "
              PROD-SUPPLIER-CODE " ON HAND: " PROD-STOCK.
           MOVE "S" TO WS-RETURN-SOURCE.
           IF PROD-QUARANTINE > ZERO
               DISPLAY "IN QUARANTINE: " PROD-QUARANTINE
               MOVE SPACE TO WS-RETURN-SOURCE
               PERFORM UNTIL WS-FROM-SELLABLE OR WS-FROM-QUARANTINE
                   DISPLAY "RETURN FROM (S)ELLABLE OR (Q)UARANTINE "
                      "STOCK: " WITH NO ADVANCING
                   ACCEPT WS-RETURN-SOURCE
               END-PERFORM
           END-IF.
           IF WS-FROM-QUARANTINE
               MOVE PROD-QUARANTINE TO WS-SOURCE-QTY
           ELSE
               MOVE PROD-STOCK TO WS-SOURCE-QTY
           END-IF.
           DISPLAY "QUANTITY TO RETURN (5 digits): "
              WITH NO ADVANCING.
           ACCEPT WS-RETURN-QTY.
           IF WS-RETURN-QTY = ZERO OR WS-RETURN-QTY > WS-SOURCE-QTY
               DISPLAY "INVALID QUANTITY - MUST BE 1 TO "
                  WS-SOURCE-QTY
           ELSE
               DISPLAY "REASON CODE (2 characters): "
                  WITH NO ADVANCING
           MOVE PROD-NAME TO AUDIT-BEFORE-NAME.
           MOVE PROD-PRICE TO AUDIT-BEFORE-PRICE.
           MOVE PROD-STOCK TO AUDIT-BEFORE-STOCK.
           IF WS-FROM-QUARANTINE
               SUBTRACT WS-RETURN-QTY FROM PROD-QUARANTINE
           ELSE
               SUBTRACT WS-RETURN-QTY FROM PROD-STOCK
           END-IF.
           REWRITE PRODUCTS-RECORD.
           IF FS-PRODUCTS-OK
               MOVE PROD-NAME TO AUDIT-AFTER-NAME
               MOVE PROD-PRICE TO AUDIT-AFTER-PRICE
               MOVE PROD-STOCK TO AUDIT-AFTER-STOCK
               PERFORM WRITE-AUDIT-RECORD
               IF WS-FROM-QUARANTINE
                   MOVE PROD-CODE TO MOV-PROD-CODE
                   SET MOV-QUARANTINE TO TRUE
                   MOVE WS-RETURN-QTY TO MOV-QUANTITY
                   COMPUTE MOV-BALANCE = PROD-STOCK + WS-RETURN-QTY
                   PERFORM WRITE-MOVES-RECORD
               END-IF
               MOVE PROD-CODE TO MOV-PROD-CODE
               SET MOV-RETURN TO TRUE
               COMPUTE MOV-QUANTITY = ZERO - WS-RETURN-QTY
               PERFORM WRITE-MOVES-RECORD
               PERFORM GET-NEXT-RMA-NUMBER
               PERFORM WRITE-RMA-RECORD
               IF WS-FROM-QUARANTINE
                   PERFORM WRITE-QUARANTINE-RECORD
               END-IF
           ELSE
               DISPLAY "ERROR UPDATING STOCK FOR: " WS-PROD-CODE
           END-IF.
           WRITE RMA-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING RMA RECORD: " FS-RMA
                   MOVE "SUPPLIER-RETURN" TO ERP-PROGRAM
                   MOVE "WRITE-RMA-RECORD" TO ERP-PARAGRAPH
                   MOVE "RMA.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-RMA TO ERP-STATUS
                   MOVE RMA-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-RETURN-COUNT
                   DISPLAY "RMA " RMA-NUMBER " RECORDED"
           WRITE RMA-DOC-LINE.
           DISPLAY "RETURN DOCUMENT WRITTEN TO RMADOC.TXT".

       WRITE-QUARANTINE-RECORD.
           IF FS-QUARANTINE-OK
               ACCEPT QTN-DATE FROM DATE YYYYMMDD
               ACCEPT QTN-TIME FROM TIME
               MOVE PROD-CODE TO QTN-PROD-CODE
               SET QTN-RETURNED TO TRUE
               COMPUTE QTN-QUANTITY = ZERO - WS-RETURN-QTY
               MOVE PROD-QUARANTINE TO QTN-BALANCE
               MOVE WS-REASON TO QTN-REASON
               MOVE SPACES TO QTN-NOTE
               STRING "RMA " DELIMITED BY SIZE
                      WS-RMA-NUMBER DELIMITED BY SIZE
                      INTO QTN-NOTE
               END-STRING
               MOVE ZERO TO QTN-OPERATOR
               WRITE QUARANTINE-RECORD
           END-IF.

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE SPACES TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
           IF FS-MOVES-OK
               CLOSE MOVES-FILE
           END-IF.
           IF FS-QUARANTINE-OK
               CLOSE QUARANTINE-FILE
           END-IF.

           DISPLAY "PROGRAM FINISHED.".

