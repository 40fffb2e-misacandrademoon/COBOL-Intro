      *          (tier code, description, discount percentage off
      *          PROD-PRICE) that CREATE-SELLS applies to customers
      *          carrying that CLIENTE-TIER - retail, wholesale,
      *          staff. A discount that would take any product on
      *          PRODUCTS.DAT below its category's minimum margin
      *          floor is refused unless a supervisor overrides it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS TIER-CODE
               FILE STATUS IS FS-PRICETIER.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICETIER-FILE.
       COPY PRICETIER-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-PRICETIER         PIC XX.
           88 FS-OK             VALUE "00".
           88 FS-FILE-NOT-EXIST VALUE "35".
           88 FS-END-OF-FILE    VALUE "10".

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
           88 FS-PRODUCTS-EOF   VALUE "10".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".

       01  WS-PCT-EDIT          PIC X(6).
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.

       01  WS-TIER-PRICE        PIC 9(7)V99.
       01  WS-BELOW-COUNT       PIC 9(5).
       01  WS-FLOOR-PCT         PIC 9(2)V9.
       01  WS-FLOOR-PCT-EDIT    PIC Z9.9.
       01  WS-FLOOR-PRICE       PIC 9(7)V99.
       01  WS-PROD-FLOOR-RESULT PIC X.
           88 WS-PROD-BELOW-FLOOR VALUE "N".
       01  WS-FLOOR-RESULT      PIC X.
           88 WS-BELOW-FLOOR    VALUE "N".

       01  WS-OVR-PROGRAM       PIC X(17) VALUE "PRICETIER-ENTRY".
       01  WS-OVR-REASON        PIC X(20).
       01  WS-OVR-CODE          PIC X(10).
       01  WS-OVR-QTY           PIC 9(5).
       01  WS-OVR-VALUE         PIC S9(7)V99.
       01  WS-OVR-RESULT        PIC X.
           88 WS-OVR-GRANTED    VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILE.
           IF FS-OK AND FS-PRODUCTS-OK
               PERFORM PROCESS-MENU UNTIL NOT WS-YES
           END-IF.
           PERFORM TERMINATE-FILE.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING PRICETIER.DAT: " FS-PRICETIER
               MOVE "PRICETIER-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "PRICETIER.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRICETIER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "PRICETIER-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
                       WHEN OTHER
                           DISPLAY "ERROR WRITING RECORD: "
                              FS-PRICETIER
                           MOVE "PRICETIER-ENTRY" TO ERP-PROGRAM
                           MOVE "ADD-TIER" TO ERP-PARAGRAPH
                           MOVE "PRICETIER.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-PRICETIER TO ERP-STATUS
                           MOVE TIER-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-EVALUATE
               NOT INVALID KEY
                   DISPLAY "TIER SUCCESSFULLY REGISTERED"
           END-WRITE.

       GET-DISCOUNT-FIELD.
           MOVE "N" TO WS-FLOOR-RESULT.
           PERFORM UNTIL NOT WS-BELOW-FLOOR
               DISPLAY "DISCOUNT (ex: 0.100 FOR 10 PCT OFF): "
                  WITH NO ADVANCING
               ACCEPT WS-PCT-EDIT
               COMPUTE TIER-DISCOUNT-PCT =
                  FUNCTION NUMVAL(WS-PCT-EDIT)
               PERFORM CHECK-TIER-AGAINST-FLOORS
           END-PERFORM.

      * Prices every live product at the discount; any that lands
      * under its category floor needs a supervisor for the tier.
       CHECK-TIER-AGAINST-FLOORS.
           MOVE "Y" TO WS-FLOOR-RESULT.
           MOVE ZERO TO WS-BELOW-COUNT.
           IF TIER-DISCOUNT-PCT > ZERO
               MOVE LOW-VALUES TO PROD-CODE
               START PRODUCTS-FILE KEY IS >= PROD-CODE
                   INVALID KEY
                       SET FS-PRODUCTS-EOF TO TRUE
               END-START
               IF NOT FS-PRODUCTS-EOF
                   PERFORM READ-NEXT-PRODUCT
               END-IF
               PERFORM CHECK-ONE-PRODUCT UNTIL FS-PRODUCTS-EOF
               MOVE "00" TO FS-PRODUCTS
           END-IF.
           IF WS-BELOW-COUNT > ZERO
               DISPLAY WS-BELOW-COUNT " PRODUCT(S) WOULD SELL BELOW "
                  "THEIR MARGIN FLOOR AT THIS DISCOUNT"
               MOVE "N" TO WS-FLOOR-RESULT
               MOVE "BELOW MARGIN FLOOR" TO WS-OVR-REASON
               MOVE TIER-CODE TO WS-OVR-CODE
               MOVE WS-BELOW-COUNT TO WS-OVR-QTY
               COMPUTE WS-OVR-VALUE = TIER-DISCOUNT-PCT * 100
               MOVE "N" TO WS-OVR-RESULT
               CALL "SUPERVISOR-OVERRIDE" USING WS-OVR-PROGRAM
                  WS-OVR-REASON WS-OVR-CODE WS-OVR-QTY WS-OVR-VALUE
                  WS-OVR-RESULT
               IF WS-OVR-GRANTED
                   MOVE "Y" TO WS-FLOOR-RESULT
               ELSE
                   DISPLAY "DISCOUNT REFUSED - ENTER A SMALLER "
                      "DISCOUNT"
               END-IF
           END-IF.

       READ-NEXT-PRODUCT.
           READ PRODUCTS-FILE NEXT RECORD
               AT END
                   SET FS-PRODUCTS-EOF TO TRUE
           END-READ.

       CHECK-ONE-PRODUCT.
           IF NOT PROD-DISCONTINUED
               COMPUTE WS-TIER-PRICE ROUNDED =
                  PROD-PRICE * (1 - TIER-DISCOUNT-PCT)
               CALL "MARGIN-FLOOR-CHECK" USING PROD-CATEGORY
                  PROD-COST WS-TIER-PRICE WS-FLOOR-PCT
                  WS-FLOOR-PRICE WS-PROD-FLOOR-RESULT
               IF WS-PROD-BELOW-FLOOR
                   ADD 1 TO WS-BELOW-COUNT
                   IF WS-BELOW-COUNT <= 10
                       MOVE WS-FLOOR-PCT TO WS-FLOOR-PCT-EDIT
                       DISPLAY PROD-CODE " " PROD-NAME " AT "
                          WS-TIER-PRICE " - FLOOR " WS-FLOOR-PCT-EDIT
                          " PCT, LOWEST " WS-FLOOR-PRICE
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-PRODUCT.

       UPDATE-TIER.
           DISPLAY "TIER CODE TO UPDATE: " WITH NO ADVANCING.
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-PRICETIER
                           MOVE "PRICETIER-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-TIER" TO ERP-PARAGRAPH
                           MOVE "PRICETIER.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-PRICETIER TO ERP-STATUS
                           MOVE TIER-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "TIER SUCCESSFULLY UPDATED"
                   END-REWRITE

       TERMINATE-FILE.
           CLOSE PRICETIER-FILE.
           CLOSE PRODUCTS-FILE.
           DISPLAY "PROGRAM FINISHED.".
