      *          unit price at that quantity) that CREATE-SELLS
      *          applies automatically after the promo check, so case
      *          deals like 1 for 10.00 / 3 for 27.00 price
      *          themselves at the register. A break price below the
      *          category's minimum margin floor is refused unless a
      *          supervisor overrides it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS QB-PROD-CODE
               FILE STATUS IS FS-QTYBREAK.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

       DATA DIVISION.
       FILE SECTION.
       FD  QTYBREAK-FILE.
       COPY QTYBREAK-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-QTYBREAK          PIC XX.
           88 FS-OK             VALUE "00".
           88 FS-FILE-NOT-EXIST VALUE "35".
           88 FS-END-OF-FILE    VALUE "10".

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".

       01  WS-PRICE-EDIT        PIC X(10).
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.

       01  WS-FLOOR-PCT         PIC 9(2)V9.
       01  WS-FLOOR-PCT-EDIT    PIC Z9.9.
       01  WS-FLOOR-PRICE       PIC 9(7)V99.
       01  WS-FLOOR-RESULT      PIC X.
           88 WS-BELOW-FLOOR    VALUE "N".

       01  WS-OVR-PROGRAM       PIC X(17) VALUE "QTYBREAK-ENTRY".
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
               DISPLAY "ERROR OPENING QTYBREAK.DAT: " FS-QTYBREAK
               MOVE "QTYBREAK-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "QTYBREAK.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-QTYBREAK TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "QTYBREAK-ENTRY" TO ERP-PROGRAM
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
                              FS-QTYBREAK
                           MOVE "QTYBREAK-ENTRY" TO ERP-PROGRAM
                           MOVE "ADD-BREAK-RECORD" TO ERP-PARAGRAPH
                           MOVE "QTYBREAK.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-QTYBREAK TO ERP-STATUS
                           MOVE QB-PROD-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-EVALUATE
               NOT INVALID KEY
                   DISPLAY "BREAK PRICES SUCCESSFULLY REGISTERED"
           IF QB-TIER-QTY (WS-TIER-SUB) = ZERO
               MOVE ZERO TO QB-TIER-PRICE (WS-TIER-SUB)
           ELSE
               MOVE "N" TO WS-FLOOR-RESULT
               PERFORM UNTIL NOT WS-BELOW-FLOOR
                   DISPLAY "TIER " WS-TIER-SUB " UNIT PRICE "
                      "(ex: 9.00): " WITH NO ADVANCING
                   ACCEPT WS-PRICE-EDIT
                   COMPUTE QB-TIER-PRICE (WS-TIER-SUB) =
                      FUNCTION NUMVAL(WS-PRICE-EDIT)
                   PERFORM CHECK-MARGIN-FLOOR
               END-PERFORM
           END-IF.

      * A break price under the category floor needs a supervisor.
       CHECK-MARGIN-FLOOR.
           MOVE "Z" TO WS-FLOOR-RESULT.
           MOVE QB-PROD-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL "MARGIN-FLOOR-CHECK" USING PROD-CATEGORY
                      PROD-COST QB-TIER-PRICE (WS-TIER-SUB)
                      WS-FLOOR-PCT WS-FLOOR-PRICE WS-FLOOR-RESULT
           END-READ.
           IF WS-BELOW-FLOOR
               MOVE WS-FLOOR-PCT TO WS-FLOOR-PCT-EDIT
               DISPLAY "BREAK PRICE " QB-TIER-PRICE (WS-TIER-SUB)
                  " IS BELOW THE " WS-FLOOR-PCT-EDIT
                  " PCT MARGIN FLOOR - LOWEST ALLOWED "
                  WS-FLOOR-PRICE
               MOVE "BELOW MARGIN FLOOR" TO WS-OVR-REASON
               MOVE QB-PROD-CODE TO WS-OVR-CODE
               MOVE QB-TIER-QTY (WS-TIER-SUB) TO WS-OVR-QTY
               MOVE QB-TIER-PRICE (WS-TIER-SUB) TO WS-OVR-VALUE
               MOVE "N" TO WS-OVR-RESULT
               CALL "SUPERVISOR-OVERRIDE" USING WS-OVR-PROGRAM
                  WS-OVR-REASON WS-OVR-CODE WS-OVR-QTY WS-OVR-VALUE
                  WS-OVR-RESULT
               IF WS-OVR-GRANTED
                   MOVE "Y" TO WS-FLOOR-RESULT
               ELSE
                   DISPLAY "BREAK PRICE REFUSED - ENTER A HIGHER "
                      "PRICE"
               END-IF
           END-IF.

       UPDATE-BREAK-RECORD.
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-QTYBREAK
                           MOVE "QTYBREAK-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-BREAK-RECORD" TO ERP-PARAGRAPH
                           MOVE "QTYBREAK.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-QTYBREAK TO ERP-STATUS
                           MOVE QB-PROD-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "BREAK PRICES SUCCESSFULLY "
                              "UPDATED"

       TERMINATE-FILE.
           CLOSE QTYBREAK-FILE.
           CLOSE PRODUCTS-FILE.
           DISPLAY "PROGRAM FINISHED.".
