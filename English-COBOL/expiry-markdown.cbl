      *          prices to PROMO.DAT automatically - promo runs from
      *          today to the lot's expiry - printing a list of what
      *          was marked down. Runs unattended from
      *          DAILY-BATCH-DRIVER, so with no supervisor to override
      *          it a markdown never goes below the category's minimum
      *          margin floor - it stops at the floor price instead,
      *          and a product already at or under its floor is not
      *          marked down.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-APPLY-PCT         PIC 9(2).
       01  WS-MARKDOWN-PRICE    PIC 9(7)V99.
       01  WS-MARKED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-CAPPED-COUNT      PIC 9(5) VALUE ZERO.

       01  WS-FLOOR-PCT         PIC 9(2)V9.
       01  WS-FLOOR-PRICE       PIC 9(7)V99.
       01  WS-FLOOR-RESULT      PIC X.
           88 WS-BELOW-FLOOR    VALUE "N".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM CHECK-ONE-LOT UNTIL FS-LOTS-EOF
               DISPLAY " "
               DISPLAY "MARKDOWNS WRITTEN: " WS-MARKED-COUNT
               DISPLAY "STOPPED AT MARGIN FLOOR: " WS-CAPPED-COUNT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT LOTS-FILE.
           IF NOT FS-LOTS-OK
               DISPLAY "ERROR OPENING LOTS.DAT: " FS-LOTS
               MOVE "EXPIRY-MARKDOWN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "LOTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-LOTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "EXPIRY-MARKDOWN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O PROMO-FILE.
           IF FS-PROMO-NOT-EXIST
           END-IF.
           IF NOT FS-PROMO-OK
               DISPLAY "ERROR OPENING PROMO.DAT: " FS-PROMO
               MOVE "EXPIRY-MARKDOWN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PROMO.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PROMO TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-LOT.
               NOT INVALID KEY
                   COMPUTE WS-MARKDOWN-PRICE ROUNDED =
                      PROD-PRICE * (100 - WS-APPLY-PCT) / 100
                   PERFORM CHECK-MARGIN-FLOOR
                   IF WS-MARKDOWN-PRICE < PROD-PRICE
                       PERFORM POST-PROMO-RECORD
                   ELSE
                       DISPLAY LOT-PROD-CODE " AT OR BELOW ITS MARGIN "
                          "FLOOR - NOT MARKED DOWN"
                   END-IF
           END-READ.

      * No supervisor at night - the markdown stops at the floor.
       CHECK-MARGIN-FLOOR.
           CALL "MARGIN-FLOOR-CHECK" USING PROD-CATEGORY PROD-COST
              WS-MARKDOWN-PRICE WS-FLOOR-PCT WS-FLOOR-PRICE
              WS-FLOOR-RESULT.
           IF WS-BELOW-FLOOR
               MOVE WS-FLOOR-PRICE TO WS-MARKDOWN-PRICE
               IF WS-MARKDOWN-PRICE < PROD-PRICE
                   ADD 1 TO WS-CAPPED-COUNT
                   DISPLAY LOT-PROD-CODE " MARKDOWN STOPPED AT "
                      "MARGIN FLOOR PRICE " WS-FLOOR-PRICE
               END-IF
           END-IF.

       POST-PROMO-RECORD.
           MOVE LOT-PROD-CODE TO PROMO-PROD-CODE.
           READ PROMO-FILE
                   MOVE WS-MARKDOWN-PRICE TO PROMO-PRICE
                   MOVE WS-TODAY-DATE TO PROMO-START-DATE
                   MOVE LOT-EXPIRY-DATE TO PROMO-END-DATE
                   MOVE ZERO TO PROMO-FUNDING-PER-UNIT
                   MOVE ZERO TO PROMO-CLAIM-DATE
                   WRITE PROMO-RECORD
                       INVALID KEY
                           DISPLAY "ERROR WRITING PROMO: " FS-PROMO
                           MOVE "EXPIRY-MARKDOWN" TO ERP-PROGRAM
                           MOVE "POST-PROMO-RECORD" TO ERP-PARAGRAPH
                           MOVE "PROMO.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-PROMO TO ERP-STATUS
                           MOVE PROMO-PROD-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           PERFORM PRINT-MARKDOWN-LINE
                   END-WRITE
                       MOVE WS-MARKDOWN-PRICE TO PROMO-PRICE
                       MOVE WS-TODAY-DATE TO PROMO-START-DATE
                       MOVE LOT-EXPIRY-DATE TO PROMO-END-DATE
                       MOVE ZERO TO PROMO-FUNDING-PER-UNIT
                       MOVE ZERO TO PROMO-CLAIM-DATE
                       REWRITE PROMO-RECORD
                           INVALID KEY
                               DISPLAY "ERROR UPDATING PROMO: "
                                  FS-PROMO
                               MOVE "EXPIRY-MARKDOWN" TO ERP-PROGRAM
                               MOVE "POST-PROMO-RECORD" TO ERP-PARAGRAPH
                               MOVE "PROMO.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-PROMO TO ERP-STATUS
                               MOVE PROMO-PROD-CODE TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               PERFORM PRINT-MARKDOWN-LINE
                       END-REWRITE
