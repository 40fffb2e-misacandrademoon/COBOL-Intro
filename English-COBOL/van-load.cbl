      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loads a route van for the day. Takes a ROUTE-CODE
      *          from ROUTES.DAT and a route date, opens the VANDAY.DAT
      *          route day with its van and driver, and then takes
      *          product lines onto the van's VANLOAD.DAT stock. Van
      *          sale stock comes out of PROD-STOCK with STOCKMOVES.DAT
      *          and AUDIT.LOG entries as the other stock programs do;
      *          delivery goods for booked tickets left PROD-STOCK when
      *          the ticket was sold, so they are only counted onto the
      *          van. VAN-SALES-ENTRY books what the driver sells and
      *          delivers and VAN-SETTLEMENT checks in what comes back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAN-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT ROUTE-FILE ASSIGN TO "ROUTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROUTE-CODE
               FILE STATUS IS FS-ROUTE.

           SELECT VANDAY-FILE ASSIGN TO "VANDAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VD-KEY
               FILE STATUS IS FS-VANDAY.

           SELECT VANLOAD-FILE ASSIGN TO "VANLOAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VL-KEY
               FILE STATUS IS FS-VANLOAD.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.

           SELECT MOVES-FILE ASSIGN TO "STOCKMOVES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVES.

           SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SIGNON.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  ROUTE-FILE.
       COPY ROUTE-RECORD.

       FD  VANDAY-FILE.
       COPY VANDAY-RECORD.

       FD  VANLOAD-FILE.
       COPY VANLOAD-RECORD.

       FD  AUDIT-LOG-FILE.
       COPY AUDIT-RECORD.

       FD  MOVES-FILE.
       COPY MOVES-RECORD.

       FD  SIGNON-FILE.
       COPY SIGNON-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
       01  FS-ROUTE             PIC XX.
           88 FS-ROUTE-OK       VALUE "00".
       01  FS-VANDAY            PIC XX.
           88 FS-VANDAY-OK      VALUE "00".
           88 FS-VANDAY-NOT-EXIST VALUE "35".
       01  FS-VANLOAD           PIC XX.
           88 FS-VANLOAD-OK     VALUE "00".
           88 FS-VANLOAD-NOT-EXIST VALUE "35".
       01  FS-AUDIT-LOG         PIC XX.
           88 FS-AUDIT-OK       VALUE "00".
           88 FS-AUDIT-NOT-EXIST VALUE "35".
       01  FS-MOVES             PIC XX.
           88 FS-MOVES-OK       VALUE "00".
           88 FS-MOVES-NOT-EXIST VALUE "35".
       01  FS-SIGNON            PIC XX.
           88 FS-SIGNON-OK      VALUE "00".

       01  WS-ROUTE-CODE        PIC X(2).
       01  WS-ROUTE-DATE        PIC 9(8).
       01  WS-DAY-STATE         PIC X VALUE "N".
           88 WS-DAY-OPEN       VALUE "Y".
       01  WS-DONE              PIC X VALUE "N".
           88 WS-LOAD-DONE      VALUE "Y".

       01  WS-PROD-CODE         PIC X(5).
       01  WS-LOAD-KIND         PIC X.
           88 WS-KIND-SALE      VALUE "V", "v".
           88 WS-KIND-DELIVERY  VALUE "D", "d".
       01  WS-LOAD-QTY          PIC 9(5).
       01  WS-OPERATOR-ID       PIC 9(5) VALUE ZERO.
       01  WS-LINE-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-UNITS-LOADED      PIC 9(7) VALUE ZERO.

       01  WS-LOCK-ACTION       PIC X.
       01  WS-LOCK-NAME         PIC X(12) VALUE "PRODUCTS".
       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           IF FS-PRODUCTS-OK AND FS-ROUTE-OK AND FS-VANDAY-OK
              AND FS-VANLOAD-OK
               PERFORM READ-SIGNON-SESSION
               DISPLAY " "
               DISPLAY "VAN LOAD"
               PERFORM OPEN-ROUTE-DAY
               IF WS-DAY-OPEN
                   PERFORM LOAD-ONE-PRODUCT UNTIL WS-LOAD-DONE
                   DISPLAY " "
                   DISPLAY "ROUTE " WS-ROUTE-CODE " " WS-ROUTE-DATE
                      " - LINES LOADED: " WS-LINE-COUNT
                      " UNITS: " WS-UNITS-LOADED
               END-IF
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           PERFORM TAKE-PRODUCTS-LOCK.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "VAN-LOAD" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ROUTE-FILE.
           IF NOT FS-ROUTE-OK
               DISPLAY "ROUTES.DAT NOT AVAILABLE - SET UP ROUTES IN "
                  "ROUTE-ENTRY FIRST"
           END-IF.
           OPEN I-O VANDAY-FILE.
           IF FS-VANDAY-NOT-EXIST
               OPEN OUTPUT VANDAY-FILE
               CLOSE VANDAY-FILE
               OPEN I-O VANDAY-FILE
           END-IF.
           IF NOT FS-VANDAY-OK
               DISPLAY "ERROR OPENING VANDAY.DAT: " FS-VANDAY
               MOVE "VAN-LOAD" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "VANDAY.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VANDAY TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O VANLOAD-FILE.
           IF FS-VANLOAD-NOT-EXIST
               OPEN OUTPUT VANLOAD-FILE
               CLOSE VANLOAD-FILE
               OPEN I-O VANLOAD-FILE
           END-IF.
           IF NOT FS-VANLOAD-OK
               DISPLAY "ERROR OPENING VANLOAD.DAT: " FS-VANLOAD
               MOVE "VAN-LOAD" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "VANLOAD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VANLOAD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF FS-AUDIT-NOT-EXIST
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           OPEN EXTEND MOVES-FILE.
           IF FS-MOVES-NOT-EXIST
               OPEN OUTPUT MOVES-FILE
           END-IF.

       READ-SIGNON-SESSION.
           OPEN INPUT SIGNON-FILE.
           IF FS-SIGNON-OK
               READ SIGNON-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SIGNON-OPER-ID TO WS-OPERATOR-ID
               END-READ
               CLOSE SIGNON-FILE
           END-IF.

      * The route day is opened on the first load and can be topped
      * up until VAN-SETTLEMENT has checked the van back in
       OPEN-ROUTE-DAY.
           DISPLAY "ROUTE CODE (2 characters): " WITH NO ADVANCING.
           ACCEPT WS-ROUTE-CODE.
           MOVE WS-ROUTE-CODE TO ROUTE-CODE.
           READ ROUTE-FILE
               INVALID KEY
                   DISPLAY "ERROR: ROUTE NOT FOUND - " WS-ROUTE-CODE
               NOT INVALID KEY
                   DISPLAY ROUTE-DESCRIPTION " VAN: " ROUTE-VAN
                   PERFORM GET-ROUTE-DAY
           END-READ.

       GET-ROUTE-DAY.
           DISPLAY "ROUTE DATE (YYYYMMDD, 0 = TODAY): "
              WITH NO ADVANCING.
           ACCEPT WS-ROUTE-DATE.
           IF WS-ROUTE-DATE = ZERO
               ACCEPT WS-ROUTE-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-ROUTE-CODE TO VD-ROUTE-CODE.
           MOVE WS-ROUTE-DATE TO VD-ROUTE-DATE.
           READ VANDAY-FILE
               INVALID KEY
                   PERFORM START-ROUTE-DAY
               NOT INVALID KEY
                   IF VD-SETTLED
                       DISPLAY "ROUTE " WS-ROUTE-CODE " FOR "
                          WS-ROUTE-DATE " IS ALREADY SETTLED"
                   ELSE
                       DISPLAY "ADDING TO LOAD - DRIVER " VD-DRIVER
                       MOVE "Y" TO WS-DAY-STATE
                   END-IF
           END-READ.

       START-ROUTE-DAY.
           MOVE ROUTE-VAN TO VD-VAN.
           DISPLAY "DRIVER OPERATOR NUMBER (5 digits): "
              WITH NO ADVANCING.
           ACCEPT VD-DRIVER.
           SET VD-ON-ROAD TO TRUE.
           MOVE ZERO TO VD-SALES-VALUE VD-DELIV-CASH VD-CASH-EXPECTED
              VD-CASH-COUNTED VD-CASH-OVERSHORT VD-SETTLE-DATE.
           MOVE WS-OPERATOR-ID TO VD-OPERATOR.
           WRITE VANDAY-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING VANDAY.DAT: " FS-VANDAY
                   MOVE "VAN-LOAD" TO ERP-PROGRAM
                   MOVE "START-ROUTE-DAY" TO ERP-PARAGRAPH
                   MOVE "VANDAY.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-VANDAY TO ERP-STATUS
                   MOVE VD-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE "Y" TO WS-DAY-STATE
           END-WRITE.

       LOAD-ONE-PRODUCT.
           DISPLAY " ".
           DISPLAY "PRODUCT CODE (BLANK = FINISH LOAD): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-PROD-CODE.
           ACCEPT WS-PROD-CODE.
           IF WS-PROD-CODE = SPACES
               MOVE "Y" TO WS-DONE
           ELSE
               MOVE WS-PROD-CODE TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       DISPLAY "ERROR: PRODUCT NOT FOUND - "
                          WS-PROD-CODE
                   NOT INVALID KEY
                       DISPLAY PROD-NAME " ON HAND: " PROD-STOCK
                       PERFORM CAPTURE-LOAD-LINE
               END-READ
           END-IF.

       CAPTURE-LOAD-LINE.
           MOVE SPACE TO WS-LOAD-KIND.
           PERFORM UNTIL WS-KIND-SALE OR WS-KIND-DELIVERY
               DISPLAY "(V)AN SALE STOCK OR (D)ELIVERY GOODS: "
                  WITH NO ADVANCING
               ACCEPT WS-LOAD-KIND
           END-PERFORM.
           DISPLAY "QUANTITY (5 digits): " WITH NO ADVANCING.
           ACCEPT WS-LOAD-QTY.
           EVALUATE TRUE
               WHEN WS-LOAD-QTY = ZERO
                   DISPLAY "INVALID QUANTITY - MUST BE GREATER THAN "
                      "ZERO"
               WHEN WS-KIND-DELIVERY
                   PERFORM ADD-TO-VAN-LOAD
               WHEN NOT PROD-ACTIVE
                   DISPLAY "PRODUCT IS NOT ACTIVE - CANNOT LOAD FOR "
                      "VAN SALE"
               WHEN WS-LOAD-QTY > PROD-STOCK
                   DISPLAY "CANNOT LOAD " WS-LOAD-QTY
                      " - ONLY " PROD-STOCK " ON HAND"
               WHEN OTHER
                   PERFORM DEBIT-PRODUCT-STOCK
           END-EVALUATE.

       DEBIT-PRODUCT-STOCK.
           MOVE "R" TO AUDIT-ACTION.
           MOVE PROD-CODE TO AUDIT-CODE.
           MOVE PROD-NAME TO AUDIT-BEFORE-NAME.
           MOVE PROD-PRICE TO AUDIT-BEFORE-PRICE.
           MOVE PROD-STOCK TO AUDIT-BEFORE-STOCK.
           SUBTRACT WS-LOAD-QTY FROM PROD-STOCK.
           REWRITE PRODUCTS-RECORD.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR UPDATING STOCK FOR: " WS-PROD-CODE
           ELSE
               MOVE PROD-NAME TO AUDIT-AFTER-NAME
               MOVE PROD-PRICE TO AUDIT-AFTER-PRICE
               MOVE PROD-STOCK TO AUDIT-AFTER-STOCK
               PERFORM WRITE-AUDIT-RECORD
               MOVE PROD-CODE TO MOV-PROD-CODE
               SET MOV-VAN TO TRUE
               COMPUTE MOV-QUANTITY = ZERO - WS-LOAD-QTY
               MOVE PROD-STOCK TO MOV-BALANCE
               PERFORM WRITE-MOVES-RECORD
               PERFORM ADD-TO-VAN-LOAD
           END-IF.

       ADD-TO-VAN-LOAD.
           MOVE WS-ROUTE-CODE TO VL-ROUTE-CODE.
           MOVE WS-ROUTE-DATE TO VL-ROUTE-DATE.
           MOVE WS-PROD-CODE TO VL-PROD-CODE.
           READ VANLOAD-FILE
               INVALID KEY
                   MOVE ZERO TO VL-LOADED VL-DELIV-LOADED VL-SOLD
                      VL-DELIVERED VL-RETURNED VL-VARIANCE
                   MOVE PROD-PRICE TO VL-UNIT-PRICE
                   MOVE PROD-COST TO VL-UNIT-COST
                   MOVE SPACES TO VL-REASON
                   PERFORM ADD-LOAD-QUANTITY
                   WRITE VANLOAD-RECORD
               NOT INVALID KEY
                   PERFORM ADD-LOAD-QUANTITY
                   REWRITE VANLOAD-RECORD
           END-READ.
           IF NOT FS-VANLOAD-OK
               DISPLAY "ERROR WRITING VANLOAD.DAT: " FS-VANLOAD
               MOVE "VAN-LOAD" TO ERP-PROGRAM
               MOVE "ADD-TO-VAN-LOAD" TO ERP-PARAGRAPH
               MOVE "VANLOAD.DAT" TO ERP-FILE
               MOVE "WRITE" TO ERP-OPERATION
               MOVE FS-VANLOAD TO ERP-STATUS
               MOVE VL-KEY TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               ADD 1 TO WS-LINE-COUNT
               ADD WS-LOAD-QTY TO WS-UNITS-LOADED
               DISPLAY "ON VAN - SALE STOCK " VL-LOADED
                  " DELIVERY GOODS " VL-DELIV-LOADED
           END-IF.

       ADD-LOAD-QUANTITY.
           IF WS-KIND-SALE
               ADD WS-LOAD-QTY TO VL-LOADED
           ELSE
               ADD WS-LOAD-QTY TO VL-DELIV-LOADED
           END-IF.

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE SPACES TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
           END-IF.

       WRITE-AUDIT-RECORD.
           CALL "AUDIT-NEXT-SEQ" USING AUDIT-SEQ.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE "VAN-LOAD" TO AUDIT-PROGRAM.
           WRITE AUDIT-RECORD.

       CLOSE-FILES.
           CLOSE PRODUCTS-FILE.
           PERFORM RELEASE-PRODUCTS-LOCK.
           IF FS-ROUTE-OK
               CLOSE ROUTE-FILE
           END-IF.
           IF FS-VANDAY-OK
               CLOSE VANDAY-FILE
           END-IF.
           IF FS-VANLOAD-OK
               CLOSE VANLOAD-FILE
           END-IF.
           IF FS-AUDIT-OK
               CLOSE AUDIT-LOG-FILE
           END-IF.
           IF FS-MOVES-OK
               CLOSE MOVES-FILE
           END-IF.
           DISPLAY "PROGRAM FINISHED.".

       TAKE-PRODUCTS-LOCK.
           MOVE "T" TO WS-LOCK-ACTION.
           MOVE "VAN-LOAD" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "PRODUCTS.DAT IN USE BY " WS-LOCK-HOLDER
                  " - TRY AGAIN LATER"
               STOP RUN
           END-IF.

       RELEASE-PRODUCTS-LOCK.
           MOVE "R" TO WS-LOCK-ACTION.
           MOVE "VAN-LOAD" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
