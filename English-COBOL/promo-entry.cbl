      *          price per product, validated against PRODUCTS.DAT -
      *          so a weekend sale no longer means repricing the
      *          master with PRICE-CHANGE and hoping someone runs it
      *          back up on Monday. Each promo also carries the
      *          amount per unit the supplier funds, which
      *          BILLBACK-CLAIM claims back once the promo has ended;
      *          moving a promo to new dates makes it claimable again.
      *          A promo price below the category's minimum margin
      *          floor is refused unless a supervisor overrides it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  WS-CODE              PIC X(5).
       01  WS-PRICE-EDIT        PIC X(12).
       01  WS-OLD-START-DATE    PIC 9(8).
       01  WS-OLD-END-DATE      PIC 9(8).
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.

       01  WS-FLOOR-PCT         PIC 9(2)V9.
       01  WS-FLOOR-PCT-EDIT    PIC Z9.9.
       01  WS-FLOOR-PRICE       PIC 9(7)V99.
       01  WS-FLOOR-RESULT      PIC X.
           88 WS-BELOW-FLOOR    VALUE "N".

       01  WS-OVR-PROGRAM       PIC X(17) VALUE "PROMO-ENTRY".
       01  WS-OVR-REASON        PIC X(20).
       01  WS-OVR-CODE          PIC X(10).
       01  WS-OVR-QTY           PIC 9(5).
       01  WS-OVR-VALUE         PIC S9(7)V99.
       01  WS-OVR-RESULT        PIC X.
           88 WS-OVR-GRANTED    VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILES.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING PROMO.DAT: " FS-PROMO
               MOVE "PROMO-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "PROMO.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PROMO TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "PROMO-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
                      " REGULAR PRICE: " PROD-PRICE
                   MOVE WS-CODE TO PROMO-PROD-CODE
                   PERFORM GET-PROMO-FIELDS
                   MOVE ZERO TO PROMO-CLAIM-DATE
                   WRITE PROMO-RECORD
                       INVALID KEY
                           EVALUATE TRUE
                               WHEN OTHER
                                   DISPLAY "ERROR WRITING RECORD: "
                                      FS-PROMO
                                   MOVE "PROMO-ENTRY" TO ERP-PROGRAM
                                   MOVE "ADD-PROMO" TO ERP-PARAGRAPH
                                   MOVE "PROMO.DAT" TO ERP-FILE
                                   MOVE "WRITE" TO ERP-OPERATION
                                   MOVE FS-PROMO TO ERP-STATUS
                                   MOVE PROMO-PROD-CODE TO ERP-KEY
                                   CALL "ERROR-LOGGER"
                                      USING ERRLOG-PARMS
                           END-EVALUATE
                       NOT INVALID KEY
                           DISPLAY "PROMO SUCCESSFULLY REGISTERED"
           END-READ.

       GET-PROMO-FIELDS.
           MOVE "N" TO WS-FLOOR-RESULT.
           PERFORM UNTIL NOT WS-BELOW-FLOOR
               DISPLAY "PROMO PRICE (ex: 99.50): " WITH NO ADVANCING
               ACCEPT WS-PRICE-EDIT
               COMPUTE PROMO-PRICE = FUNCTION NUMVAL(WS-PRICE-EDIT)
               PERFORM CHECK-MARGIN-FLOOR
           END-PERFORM.
           DISPLAY "START DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT PROMO-START-DATE.
           DISPLAY "END DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT PROMO-END-DATE.
           DISPLAY "SUPPLIER FUNDING PER UNIT (ex: 0.50, 0 = NONE): "
              WITH NO ADVANCING.
           ACCEPT WS-PRICE-EDIT.
           COMPUTE PROMO-FUNDING-PER-UNIT =
              FUNCTION NUMVAL(WS-PRICE-EDIT).

      * A promo price under the category floor needs a supervisor.
       CHECK-MARGIN-FLOOR.
           MOVE "Z" TO WS-FLOOR-RESULT.
           MOVE PROMO-PROD-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL "MARGIN-FLOOR-CHECK" USING PROD-CATEGORY
                      PROD-COST PROMO-PRICE WS-FLOOR-PCT
                      WS-FLOOR-PRICE WS-FLOOR-RESULT
           END-READ.
           IF WS-BELOW-FLOOR
               MOVE WS-FLOOR-PCT TO WS-FLOOR-PCT-EDIT
               DISPLAY "PROMO PRICE " PROMO-PRICE " IS BELOW THE "
                  WS-FLOOR-PCT-EDIT " PCT MARGIN FLOOR - LOWEST "
                  "ALLOWED " WS-FLOOR-PRICE
               MOVE "BELOW MARGIN FLOOR" TO WS-OVR-REASON
               MOVE PROMO-PROD-CODE TO WS-OVR-CODE
               MOVE ZERO TO WS-OVR-QTY
               MOVE PROMO-PRICE TO WS-OVR-VALUE
               MOVE "N" TO WS-OVR-RESULT
               CALL "SUPERVISOR-OVERRIDE" USING WS-OVR-PROGRAM
                  WS-OVR-REASON WS-OVR-CODE WS-OVR-QTY WS-OVR-VALUE
                  WS-OVR-RESULT
               IF WS-OVR-GRANTED
                   MOVE "Y" TO WS-FLOOR-RESULT
               ELSE
                   DISPLAY "PROMO PRICE REFUSED - ENTER A HIGHER PRICE"
               END-IF
           END-IF.

       UPDATE-PROMO.
           DISPLAY "PRODUCT CODE TO UPDATE: " WITH NO ADVANCING.
                   DISPLAY "CURRENT PROMO PRICE: " PROMO-PRICE
                   DISPLAY "CURRENT RANGE: " PROMO-START-DATE
                      " TO " PROMO-END-DATE
                   DISPLAY "CURRENT FUNDING PER UNIT: "
                      PROMO-FUNDING-PER-UNIT
                   MOVE PROMO-START-DATE TO WS-OLD-START-DATE
                   MOVE PROMO-END-DATE TO WS-OLD-END-DATE
                   PERFORM GET-PROMO-FIELDS
                   IF PROMO-START-DATE NOT = WS-OLD-START-DATE
                      OR PROMO-END-DATE NOT = WS-OLD-END-DATE
                       MOVE ZERO TO PROMO-CLAIM-DATE
                   END-IF
                   REWRITE PROMO-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: " FS-PROMO
                           MOVE "PROMO-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-PROMO" TO ERP-PARAGRAPH
                           MOVE "PROMO.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-PROMO TO ERP-STATUS
                           MOVE PROMO-PROD-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "PROMO SUCCESSFULLY UPDATED"
                   END-REWRITE

       PRINT-PROMO-LINE.
           DISPLAY PROMO-PROD-CODE " " PROMO-PRICE " "
              PROMO-START-DATE " TO " PROMO-END-DATE
              " FUNDED " PROMO-FUNDING-PER-UNIT
              " CLAIMED " PROMO-CLAIM-DATE.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM READ-NEXT-PROMO.

