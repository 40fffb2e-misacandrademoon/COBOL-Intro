      *          age buckets by days since the last sale (0-30, 31-90,
      *          91-180, 180+), flagging clearance candidates - old
      *          stock still sitting on the shelf - ready to hand to
      *          PROMO-ENTRY for markdown. A product with no sale
      *          since MOVEMENT-ARCHIVE last cut the ledger is aged
      *          from the date of its opening-balance movement, the
      *          latest its last sale can have been.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 WS-DT-CODE        PIC X(5).
               10 WS-DT-LAST-RCPT   PIC 9(8).
               10 WS-DT-LAST-SALE   PIC 9(8).
               10 WS-DT-OPENING     PIC 9(8).
       01  WS-DATE-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-FOUND-FLAG        PIC X.
           88 WS-FOUND          VALUE "Y".
       01  WS-BUCKET-4          PIC 9(13)V99 VALUE ZERO.
       01  WS-CLEARANCE-COUNT   PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT MOVES-FILE.
           IF NOT FS-MOVES-OK
               DISPLAY "ERROR OPENING STOCKMOVES.DAT: " FS-MOVES
               MOVE "STOCK-AGING-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "STOCK-AGING-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-MOVE.
           END-READ.

       NOTE-MOVE-DATES.
           IF MOV-SALE OR MOV-RECEIPT OR MOV-OPENING
               MOVE "N" TO WS-FOUND-FLAG
               PERFORM VARYING WS-IDX FROM 1 BY 1
                  UNTIL WS-IDX > WS-DATE-COUNT OR WS-FOUND
                       MOVE MOV-PROD-CODE TO WS-DT-CODE (WS-IDX)
                       MOVE ZERO TO WS-DT-LAST-RCPT (WS-IDX)
                       MOVE ZERO TO WS-DT-LAST-SALE (WS-IDX)
                       MOVE ZERO TO WS-DT-OPENING (WS-IDX)
                       PERFORM UPDATE-DATE-ENTRY
                   END-IF
               END-IF
                   MOVE MOV-DATE TO WS-DT-LAST-SALE (WS-IDX)
               END-IF
           END-IF.
           IF MOV-OPENING
               IF MOV-DATE > WS-DT-OPENING (WS-IDX)
                   MOVE MOV-DATE TO WS-DT-OPENING (WS-IDX)
               END-IF
           END-IF.

       READ-NEXT-PRODUCT.
           READ PRODUCTS-FILE NEXT RECORD
                   MOVE WS-DT-LAST-RCPT (WS-IDX)
                      TO WS-LAST-RECEIPT
                   MOVE WS-DT-LAST-SALE (WS-IDX) TO WS-LAST-SALE
                   IF WS-LAST-SALE = ZERO
                       MOVE WS-DT-OPENING (WS-IDX) TO WS-LAST-SALE
                   END-IF
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
