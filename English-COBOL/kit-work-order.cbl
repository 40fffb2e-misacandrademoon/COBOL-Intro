      ******************************************************************
      * Author:
      * Date:
      * Purpose: Kit assembly work orders. A (B)uild order makes a
      *          number of kits ahead of time from the KIT.DAT bill of
      *          materials - every component must have the stock for
      *          the whole order before anything moves - taking the
      *          components out of PROD-STOCK and putting the finished
      *          kits into the kit product's own PROD-STOCK. The kit's
      *          cost is the components' PROD-COST times their
      *          KIT-COMPONENT-QTY, rolled up and averaged into the
      *          kit's moving-average PROD-COST. A (D)isassemble order
      *          reverses it: the kits come out of stock and the
      *          components go back in at the kit's cost, split across
      *          them in proportion to their current cost. Built kits
      *          then sell from their own stock in CREATE-SELLS without
      *          exploding again. Every stock change is a K (kit work)
      *          line on STOCKMOVES.DAT and an AUDIT.LOG record, cost
      *          changes go to COSTHIST.DAT, and each order is logged
      *          to KITORDER.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIT-WORK-ORDER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT KIT-FILE ASSIGN TO "KIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-KEY
               FILE STATUS IS FS-KIT.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.

           SELECT MOVES-FILE ASSIGN TO "STOCKMOVES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVES.

           SELECT KITORDER-FILE ASSIGN TO "KITORDER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-KITORDER.

           SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SIGNON.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  KIT-FILE.
       COPY KIT-RECORD.

       FD  AUDIT-LOG-FILE.
       COPY AUDIT-RECORD.

       FD  MOVES-FILE.
       COPY MOVES-RECORD.

       FD  KITORDER-FILE.
       COPY KITORDER-RECORD.

       FD  SIGNON-FILE.
       COPY SIGNON-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
       01  FS-KIT               PIC XX.
           88 FS-KIT-OK         VALUE "00".
       01  FS-AUDIT-LOG         PIC XX.
           88 FS-AUDIT-OK       VALUE "00".
           88 FS-AUDIT-NOT-EXIST VALUE "35".
       01  FS-MOVES             PIC XX.
           88 FS-MOVES-OK       VALUE "00".
           88 FS-MOVES-NOT-EXIST VALUE "35".
       01  FS-KITORDER          PIC XX.
           88 FS-KITORDER-OK    VALUE "00".
           88 FS-KITORDER-NOT-EXIST VALUE "35".
       01  FS-SIGNON            PIC XX.
           88 FS-SIGNON-OK      VALUE "00".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".

       01  WS-ACTION            PIC X.
           88 WS-ACT-BUILD      VALUE "B", "b".
           88 WS-ACT-DISASSEMBLE VALUE "D", "d".
           88 WS-ACT-NONE       VALUE "X", "x".
       01  WS-KIT-CODE          PIC X(5).
       01  WS-KIT-QTY           PIC 9(5).
       01  WS-KIT-FOUND         PIC X.
           88 WS-KIT-IS-FOUND   VALUE "Y".
       01  WS-FIN-KIT           PIC X.
           88 WS-NO-MORE-KIT-COMPS VALUE "Y".
       01  WS-SHORT-FLAG        PIC X.
           88 WS-COMPONENTS-SHORT VALUE "Y".
       01  WS-NOTE              PIC X(30).
       01  WS-OPERATOR-ID       PIC 9(5) VALUE ZERO.
       01  WS-ORDER-COUNT       PIC 9(5) VALUE ZERO.

       01  WS-COMP-TABLE.
           05 WS-COMP-ENTRY OCCURS 50 TIMES INDEXED BY WS-CMP-IDX.
               10 WS-COMP-CODE    PIC X(5).
               10 WS-COMP-PER-KIT PIC 9(3).
               10 WS-COMP-COST    PIC 9(7)V99.
               10 WS-COMP-STOCK   PIC 9(5).
       01  WS-COMP-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-COMP-NEEDED       PIC 9(7).

       01  WS-ROLLUP-COST       PIC 9(7)V99.
       01  WS-KIT-COST          PIC 9(7)V99.
       01  WS-RETURN-COST       PIC 9(7)V99.
       01  WS-OLD-COST          PIC 9(7)V99.
       01  WS-ON-HAND           PIC 9(7).
       01  WS-NEW-COST          PIC S9(7)V99.

       01  WS-CH-OLD-COST       PIC 9(7)V99.
       01  WS-CH-NEW-COST       PIC 9(7)V99.
       01  WS-CH-QTY            PIC 9(7) VALUE ZERO.
       01  WS-CH-SOURCE         PIC X VALUE "K".
       01  WS-CH-DOCUMENT       PIC X(20).
       01  WS-CH-RESULT         PIC X.

       01  WS-LOCK-ACTION       PIC X.
       01  WS-LOCK-NAME         PIC X(12) VALUE "PRODUCTS".
       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           IF FS-PRODUCTS-OK AND FS-KIT-OK
               PERFORM READ-SIGNON-SESSION
               DISPLAY " "
               DISPLAY "KIT ASSEMBLY WORK ORDERS"
               PERFORM PROCESS-ONE-ORDER UNTIL NOT WS-YES
               DISPLAY " "
               DISPLAY "WORK ORDERS POSTED: " WS-ORDER-COUNT
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           PERFORM TAKE-PRODUCTS-LOCK.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "KIT-WORK-ORDER" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT KIT-FILE.
           IF NOT FS-KIT-OK
               DISPLAY "KIT.DAT NOT AVAILABLE - SET UP KITS IN "
                  "KIT-ENTRY FIRST"
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF FS-AUDIT-NOT-EXIST
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           OPEN EXTEND MOVES-FILE.
           IF FS-MOVES-NOT-EXIST
               OPEN OUTPUT MOVES-FILE
           END-IF.
           OPEN EXTEND KITORDER-FILE.
           IF FS-KITORDER-NOT-EXIST
               OPEN OUTPUT KITORDER-FILE
           END-IF.
           IF NOT FS-KITORDER-OK
               DISPLAY "ERROR OPENING KITORDER.DAT: " FS-KITORDER
               MOVE "KIT-WORK-ORDER" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "KITORDER.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-KITORDER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
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

       PROCESS-ONE-ORDER.
           DISPLAY " ".
           MOVE SPACE TO WS-ACTION.
           PERFORM UNTIL WS-ACT-BUILD OR WS-ACT-DISASSEMBLE
                         OR WS-ACT-NONE
               DISPLAY "(B)UILD KITS, (D)ISASSEMBLE KITS OR E(X)IT: "
                  WITH NO ADVANCING
               ACCEPT WS-ACTION
           END-PERFORM.
           IF NOT WS-ACT-NONE
               DISPLAY "KIT PRODUCT CODE (5 characters): "
                  WITH NO ADVANCING
               ACCEPT WS-KIT-CODE
               PERFORM READ-KIT-PRODUCT
               IF WS-KIT-IS-FOUND
                   PERFORM LOAD-KIT-COMPONENTS
                   IF WS-COMP-COUNT = ZERO
                       DISPLAY "NO COMPONENTS ON KIT.DAT FOR "
                          WS-KIT-CODE " - NOT A KIT"
                   ELSE
                       PERFORM CAPTURE-ORDER
                   END-IF
               END-IF
           END-IF.
           DISPLAY "ANOTHER WORK ORDER? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       READ-KIT-PRODUCT.
           MOVE "N" TO WS-KIT-FOUND.
           MOVE WS-KIT-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   DISPLAY "ERROR: PRODUCT NOT FOUND - " WS-KIT-CODE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KIT-FOUND
           END-READ.

       LOAD-KIT-COMPONENTS.
           MOVE ZERO TO WS-COMP-COUNT.
           MOVE ZERO TO WS-ROLLUP-COST.
           MOVE "N" TO WS-FIN-KIT.
           MOVE WS-KIT-CODE TO KIT-PROD-CODE.
           MOVE LOW-VALUES TO KIT-COMPONENT-CODE.
           START KIT-FILE KEY IS >= KIT-KEY
               INVALID KEY
                   SET WS-NO-MORE-KIT-COMPS TO TRUE
           END-START.
           IF NOT WS-NO-MORE-KIT-COMPS
               PERFORM READ-NEXT-KIT-COMPONENT
           END-IF.
           PERFORM LOAD-ONE-COMPONENT UNTIL WS-NO-MORE-KIT-COMPS.
           PERFORM READ-KIT-PRODUCT.

       READ-NEXT-KIT-COMPONENT.
           READ KIT-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-KIT-COMPS TO TRUE
           END-READ.
           IF NOT WS-NO-MORE-KIT-COMPS
               IF KIT-PROD-CODE NOT = WS-KIT-CODE
                   SET WS-NO-MORE-KIT-COMPS TO TRUE
               END-IF
           END-IF.

       LOAD-ONE-COMPONENT.
           IF WS-COMP-COUNT < 50
               ADD 1 TO WS-COMP-COUNT
               SET WS-CMP-IDX TO WS-COMP-COUNT
               MOVE KIT-COMPONENT-CODE TO WS-COMP-CODE (WS-CMP-IDX)
               MOVE KIT-COMPONENT-QTY TO WS-COMP-PER-KIT (WS-CMP-IDX)
               MOVE KIT-COMPONENT-CODE TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       DISPLAY "KIT COMPONENT NOT ON FILE: "
                          KIT-COMPONENT-CODE
                       MOVE ZERO TO WS-COMP-COST (WS-CMP-IDX)
                       MOVE ZERO TO WS-COMP-STOCK (WS-CMP-IDX)
                   NOT INVALID KEY
                       MOVE PROD-COST TO WS-COMP-COST (WS-CMP-IDX)
                       MOVE PROD-STOCK TO WS-COMP-STOCK (WS-CMP-IDX)
               END-READ
               COMPUTE WS-ROLLUP-COST = WS-ROLLUP-COST +
                  WS-COMP-COST (WS-CMP-IDX) *
                  WS-COMP-PER-KIT (WS-CMP-IDX)
           END-IF.
           PERFORM READ-NEXT-KIT-COMPONENT.

       CAPTURE-ORDER.
           DISPLAY PROD-NAME " KIT STOCK: " PROD-STOCK
              " KIT COST: " PROD-COST.
           DISPLAY "COMPONENTS: " WS-COMP-COUNT
              " ROLLED-UP COST PER KIT: " WS-ROLLUP-COST.
           DISPLAY "NUMBER OF KITS (5 digits): " WITH NO ADVANCING.
           ACCEPT WS-KIT-QTY.
           IF WS-KIT-QTY = ZERO
               DISPLAY "INVALID QUANTITY - NOTHING POSTED"
           ELSE
               IF WS-ACT-BUILD
                   PERFORM CHECK-COMPONENT-STOCK
                   IF NOT WS-COMPONENTS-SHORT
                       PERFORM CAPTURE-NOTE
                       PERFORM POST-BUILD
                   END-IF
               ELSE
                   IF WS-KIT-QTY > PROD-STOCK
                       DISPLAY "ONLY " PROD-STOCK " BUILT KITS IN "
                          "STOCK - NOTHING POSTED"
                   ELSE
                       PERFORM CAPTURE-NOTE
                       PERFORM POST-DISASSEMBLY
                   END-IF
               END-IF
           END-IF.

       CAPTURE-NOTE.
           DISPLAY "NOTE (30 characters, BLANK = NONE): "
              WITH NO ADVANCING.
           ACCEPT WS-NOTE.

       CHECK-COMPONENT-STOCK.
           MOVE "N" TO WS-SHORT-FLAG.
           PERFORM CHECK-ONE-COMPONENT
              VARYING WS-CMP-IDX FROM 1 BY 1
              UNTIL WS-CMP-IDX > WS-COMP-COUNT.
           IF WS-COMPONENTS-SHORT
               DISPLAY "NOT ENOUGH COMPONENT STOCK - NOTHING POSTED"
           END-IF.

       CHECK-ONE-COMPONENT.
           COMPUTE WS-COMP-NEEDED =
              WS-COMP-PER-KIT (WS-CMP-IDX) * WS-KIT-QTY.
           IF WS-COMP-NEEDED > WS-COMP-STOCK (WS-CMP-IDX)
               MOVE "Y" TO WS-SHORT-FLAG
               DISPLAY "SHORT: " WS-COMP-CODE (WS-CMP-IDX)
                  " NEEDS " WS-COMP-NEEDED
                  " ON HAND " WS-COMP-STOCK (WS-CMP-IDX)
           END-IF.

      * Components first, then the kit, so a failure part way leaves
      * the kit short rather than built out of stock never taken.
       POST-BUILD.
           PERFORM RELIEVE-ONE-COMPONENT
              VARYING WS-CMP-IDX FROM 1 BY 1
              UNTIL WS-CMP-IDX > WS-COMP-COUNT.
           PERFORM READ-KIT-PRODUCT.
           IF WS-KIT-IS-FOUND
               MOVE PROD-COST TO WS-OLD-COST
               COMPUTE WS-ON-HAND = PROD-STOCK + PROD-QUARANTINE
               COMPUTE WS-NEW-COST ROUNDED =
                  (PROD-COST * WS-ON-HAND
                   + WS-ROLLUP-COST * WS-KIT-QTY)
                  / (WS-ON-HAND + WS-KIT-QTY)
               PERFORM SET-AUDIT-BEFORE
               MOVE WS-NEW-COST TO PROD-COST
               ADD WS-KIT-QTY TO PROD-STOCK
               REWRITE PRODUCTS-RECORD
               IF NOT FS-PRODUCTS-OK
                   DISPLAY "ERROR UPDATING KIT STOCK FOR: "
                      WS-KIT-CODE
               ELSE
                   MOVE WS-KIT-QTY TO MOV-QUANTITY
                   PERFORM LOG-STOCK-CHANGE
                   MOVE PROD-COST TO WS-KIT-COST
                   IF PROD-COST NOT = WS-OLD-COST
                       PERFORM LOG-COST-CHANGE
                   END-IF
                   PERFORM WRITE-KITORDER-RECORD
                   DISPLAY "KITS BUILT: " WS-KIT-QTY
                      " KIT STOCK NOW " PROD-STOCK
                      " KIT COST " PROD-COST
                   ADD 1 TO WS-ORDER-COUNT
               END-IF
           END-IF.

       RELIEVE-ONE-COMPONENT.
           COMPUTE WS-COMP-NEEDED =
              WS-COMP-PER-KIT (WS-CMP-IDX) * WS-KIT-QTY.
           MOVE WS-COMP-CODE (WS-CMP-IDX) TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   DISPLAY "KIT COMPONENT NOT ON FILE: "
                      WS-COMP-CODE (WS-CMP-IDX)
               NOT INVALID KEY
                   PERFORM SET-AUDIT-BEFORE
                   SUBTRACT WS-COMP-NEEDED FROM PROD-STOCK
                   REWRITE PRODUCTS-RECORD
                   IF NOT FS-PRODUCTS-OK
                       DISPLAY "ERROR UPDATING COMPONENT STOCK: "
                          WS-COMP-CODE (WS-CMP-IDX)
                   ELSE
                       COMPUTE MOV-QUANTITY = ZERO - WS-COMP-NEEDED
                       PERFORM LOG-STOCK-CHANGE
                   END-IF
           END-READ.

      * The kit's cost is spread back over the components in the
      * proportion their current costs bear to the rolled-up cost, so
      * the value taken out of the kit goes back in whole.
       POST-DISASSEMBLY.
           MOVE PROD-COST TO WS-KIT-COST.
           PERFORM SET-AUDIT-BEFORE.
           SUBTRACT WS-KIT-QTY FROM PROD-STOCK.
           REWRITE PRODUCTS-RECORD.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR UPDATING KIT STOCK FOR: " WS-KIT-CODE
           ELSE
               COMPUTE MOV-QUANTITY = ZERO - WS-KIT-QTY
               PERFORM LOG-STOCK-CHANGE
               PERFORM RETURN-ONE-COMPONENT
                  VARYING WS-CMP-IDX FROM 1 BY 1
                  UNTIL WS-CMP-IDX > WS-COMP-COUNT
               PERFORM READ-KIT-PRODUCT
               PERFORM WRITE-KITORDER-RECORD
               DISPLAY "KITS DISASSEMBLED: " WS-KIT-QTY
                  " KIT STOCK NOW " PROD-STOCK
               ADD 1 TO WS-ORDER-COUNT
           END-IF.

       RETURN-ONE-COMPONENT.
           COMPUTE WS-COMP-NEEDED =
              WS-COMP-PER-KIT (WS-CMP-IDX) * WS-KIT-QTY.
           MOVE WS-COMP-CODE (WS-CMP-IDX) TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   DISPLAY "KIT COMPONENT NOT ON FILE: "
                      WS-COMP-CODE (WS-CMP-IDX)
               NOT INVALID KEY
                   IF WS-ROLLUP-COST > ZERO
                       COMPUTE WS-RETURN-COST ROUNDED =
                          PROD-COST * WS-KIT-COST / WS-ROLLUP-COST
                   ELSE
                       MOVE PROD-COST TO WS-RETURN-COST
                   END-IF
                   MOVE PROD-COST TO WS-OLD-COST
                   COMPUTE WS-ON-HAND = PROD-STOCK + PROD-QUARANTINE
                   COMPUTE WS-NEW-COST ROUNDED =
                      (PROD-COST * WS-ON-HAND
                       + WS-RETURN-COST * WS-COMP-NEEDED)
                      / (WS-ON-HAND + WS-COMP-NEEDED)
                   PERFORM SET-AUDIT-BEFORE
                   MOVE WS-NEW-COST TO PROD-COST
                   ADD WS-COMP-NEEDED TO PROD-STOCK
                   REWRITE PRODUCTS-RECORD
                   IF NOT FS-PRODUCTS-OK
                       DISPLAY "ERROR UPDATING COMPONENT STOCK: "
                          WS-COMP-CODE (WS-CMP-IDX)
                   ELSE
                       MOVE WS-COMP-NEEDED TO MOV-QUANTITY
                       PERFORM LOG-STOCK-CHANGE
                       IF PROD-COST NOT = WS-OLD-COST
                           PERFORM LOG-COST-CHANGE
                       END-IF
                   END-IF
           END-READ.

       SET-AUDIT-BEFORE.
           MOVE "R" TO AUDIT-ACTION.
           MOVE PROD-CODE TO AUDIT-CODE.
           MOVE PROD-NAME TO AUDIT-BEFORE-NAME.
           MOVE PROD-PRICE TO AUDIT-BEFORE-PRICE.
           MOVE PROD-STOCK TO AUDIT-BEFORE-STOCK.

      * Caller leaves the signed quantity in MOV-QUANTITY.
       LOG-STOCK-CHANGE.
           MOVE PROD-NAME TO AUDIT-AFTER-NAME.
           MOVE PROD-PRICE TO AUDIT-AFTER-PRICE.
           MOVE PROD-STOCK TO AUDIT-AFTER-STOCK.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE PROD-CODE TO MOV-PROD-CODE.
           SET MOV-KIT-WORK TO TRUE.
           MOVE PROD-STOCK TO MOV-BALANCE.
           PERFORM WRITE-MOVES-RECORD.

      * Assembly only moves value between the components and the kit,
      * so nothing is revalued and the GL has nothing to post.
      * The stock record above goes first; the cost change follows on
      * its own record so a roll forward replays both.
       LOG-COST-CHANGE.
           MOVE "L" TO AUDIT-ACTION.
           MOVE PROD-CODE TO AUDIT-CODE.
           MOVE PROD-NAME TO AUDIT-BEFORE-NAME AUDIT-AFTER-NAME.
           MOVE WS-OLD-COST TO AUDIT-BEFORE-PRICE.
           MOVE PROD-COST TO AUDIT-AFTER-PRICE.
           MOVE PROD-STOCK TO AUDIT-BEFORE-STOCK AUDIT-AFTER-STOCK.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE WS-OLD-COST TO WS-CH-OLD-COST.
           MOVE PROD-COST TO WS-CH-NEW-COST.
           MOVE ZERO TO WS-CH-QTY.
           MOVE SPACES TO WS-CH-DOCUMENT.
           IF WS-ACT-BUILD
               STRING "KIT BUILD " DELIMITED BY SIZE
                      WS-KIT-CODE DELIMITED BY SIZE
                      INTO WS-CH-DOCUMENT
               END-STRING
           ELSE
               STRING "KIT STRIP " DELIMITED BY SIZE
                      WS-KIT-CODE DELIMITED BY SIZE
                      INTO WS-CH-DOCUMENT
               END-STRING
           END-IF.
           CALL "COST-HISTORY-WRITER" USING PROD-CODE WS-CH-OLD-COST
              WS-CH-NEW-COST WS-CH-QTY WS-CH-SOURCE WS-CH-DOCUMENT
              WS-CH-RESULT.

       WRITE-KITORDER-RECORD.
           IF FS-KITORDER-OK
               ACCEPT KWO-DATE FROM DATE YYYYMMDD
               ACCEPT KWO-TIME FROM TIME
               MOVE WS-KIT-CODE TO KWO-KIT-CODE
               IF WS-ACT-BUILD
                   SET KWO-BUILD TO TRUE
               ELSE
                   SET KWO-DISASSEMBLE TO TRUE
               END-IF
               MOVE WS-KIT-QTY TO KWO-QUANTITY
               MOVE WS-KIT-COST TO KWO-KIT-COST
               MOVE PROD-STOCK TO KWO-KIT-BALANCE
               MOVE WS-NOTE TO KWO-NOTE
               MOVE WS-OPERATOR-ID TO KWO-OPERATOR
               WRITE KITORDER-RECORD
           END-IF.

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE SPACES TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
           END-IF.

       WRITE-AUDIT-RECORD.
           IF FS-AUDIT-OK
               CALL "AUDIT-NEXT-SEQ" USING AUDIT-SEQ
               ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT AUDIT-TIME FROM TIME
               MOVE "KIT-WORK-ORDER" TO AUDIT-PROGRAM
               WRITE AUDIT-RECORD
           END-IF.

       CLOSE-FILES.
           CLOSE PRODUCTS-FILE.
           PERFORM RELEASE-PRODUCTS-LOCK.
           IF FS-KIT-OK
               CLOSE KIT-FILE
           END-IF.
           IF FS-AUDIT-OK
               CLOSE AUDIT-LOG-FILE
           END-IF.
           IF FS-MOVES-OK
               CLOSE MOVES-FILE
           END-IF.
           IF FS-KITORDER-OK
               CLOSE KITORDER-FILE
           END-IF.
           DISPLAY "PROGRAM FINISHED.".

       TAKE-PRODUCTS-LOCK.
           MOVE "T" TO WS-LOCK-ACTION.
           MOVE "KIT-WORK-ORDER" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "PRODUCTS.DAT IN USE BY " WS-LOCK-HOLDER
                  " - TRY AGAIN LATER"
               STOP RUN
           END-IF.

       RELEASE-PRODUCTS-LOCK.
           MOVE "R" TO WS-LOCK-ACTION.
           MOVE "KIT-WORK-ORDER" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
