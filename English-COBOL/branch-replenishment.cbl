      ******************************************************************
      * Author:
      * Date:
      * Purpose: Branch replenishment from the central warehouse.
      *          BUILD reads the last N days of SELLS.DAT by
      *          VENTA-BRANCH for each branch's sales velocity,
      *          turns it into a target holding with that branch's
      *          days of cover from BRCOVER.DAT, and compares it with
      *          BR-STOCK plus BR-IN-TRANSIT in BRANCHSTK.DAT. What is
      *          missing is suggested onto BRSUGG.DAT, limited by the
      *          warehouse branch's stock less the units held on the
      *          RESERVE.DAT ledger, shared out product by product in
      *          branch code order. The planner lists and edits the
      *          suggestions, then RELEASE ships every pending line
      *          in one run as numbered BRANCH-TRANSFER transfers -
      *          one per receiving branch on XFERHDR.DAT and
      *          XFERLINE.DAT - with the waybills on WAYBILL.TXT.
      *          Van sales, posted under branch VN, are left out: the
      *          vans are replenished through VAN-LOAD, not branch
      *          transfers.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-REPLENISHMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRSUGG-FILE ASSIGN TO "BRSUGG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-KEY
               ALTERNATE RECORD KEY IS SG-BRANCH WITH DUPLICATES
               FILE STATUS IS FS-BRSUGG.

           SELECT BRCOVER-FILE ASSIGN TO "BRCOVER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-BRANCH
               FILE STATUS IS FS-BRCOVER.

           SELECT BRANCH-STOCK-FILE ASSIGN TO "BRANCHSTK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS FS-BRANCH-STOCK.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT VENTAS-FILE ASSIGN TO "SELLS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTA-NUMERO
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT XFERHDR-FILE ASSIGN TO "XFERHDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XH-NUMBER
               FILE STATUS IS FS-XFERHDR.

           SELECT XFERLINE-FILE ASSIGN TO "XFERLINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XL-KEY
               FILE STATUS IS FS-XFERLINE.

           SELECT XFER-CONTROL-FILE ASSIGN TO "XFERCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-XFER-CONTROL.

           SELECT WAYBILL-FILE ASSIGN TO "WAYBILL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WAYBILL.

           SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SIGNON.

       DATA DIVISION.
       FILE SECTION.
       FD  BRSUGG-FILE.
       COPY BRSUGG-RECORD.

       FD  BRCOVER-FILE.
       COPY BRCOVER-RECORD.

       FD  BRANCH-STOCK-FILE.
       COPY BRANCH-STOCK-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  VENTAS-FILE.
       COPY VENTAS-RECORD.

       FD  XFERHDR-FILE.
       COPY XFERHDR-RECORD.

       FD  XFERLINE-FILE.
       COPY XFERLINE-RECORD.

       FD  XFER-CONTROL-FILE.
       01  XFER-CONTROL-RECORD.
           05 XFCTL-LAST-NUMBER  PIC 9(06).

       FD  WAYBILL-FILE.
       01  WAYBILL-LINE          PIC X(80).

       FD  SIGNON-FILE.
       COPY SIGNON-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-BRSUGG            PIC XX.
           88 FS-BRSUGG-OK      VALUE "00".
           88 FS-BRSUGG-EOF     VALUE "10".
           88 FS-BRSUGG-NOT-EXIST VALUE "35".
       01  FS-BRCOVER           PIC XX.
           88 FS-BRCOVER-OK     VALUE "00".
           88 FS-BRCOVER-EOF    VALUE "10".
           88 FS-BRCOVER-NOT-EXIST VALUE "35".
       01  FS-BRANCH-STOCK      PIC XX.
           88 FS-BRANCH-OK      VALUE "00".
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
           88 FS-VENTAS-EOF     VALUE "10".
       01  FS-XFERHDR           PIC XX.
           88 FS-XFERHDR-OK     VALUE "00".
           88 FS-XFERHDR-NOT-EXIST VALUE "35".
       01  FS-XFERLINE          PIC XX.
           88 FS-XFERLINE-OK    VALUE "00".
           88 FS-XFERLINE-EOF   VALUE "10".
           88 FS-XFERLINE-NOT-EXIST VALUE "35".
       01  FS-XFER-CONTROL      PIC XX.
           88 FS-XFER-CONTROL-OK VALUE "00".
       01  FS-WAYBILL           PIC XX.
           88 FS-WAYBILL-OK     VALUE "00".
       01  FS-SIGNON            PIC XX.
           88 FS-SIGNON-OK      VALUE "00".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".
       01  WS-CONFIRM           PIC X.
           88 WS-CONFIRMED      VALUE "Y", "y".

       01  WS-ACTION            PIC X.
           88 WS-ACTION-COVER   VALUE "C", "c".
           88 WS-ACTION-BUILD   VALUE "B", "b".
           88 WS-ACTION-LIST    VALUE "L", "l".
           88 WS-ACTION-EDIT    VALUE "E", "e".
           88 WS-ACTION-RELEASE VALUE "R", "r".

       01  WS-OPERATOR-ID       PIC 9(5) VALUE ZERO.
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-CUTOFF-DATE       PIC 9(8).
       01  WS-DATE-INTEGER      PIC 9(8).

       01  WS-WAREHOUSE         PIC X(2).
       01  WS-VAN-BRANCH        PIC X(2) VALUE "VN".
       01  WS-HISTORY-DAYS      PIC 9(3).
       01  WS-DEFAULT-COVER     PIC 9(3).
       01  WS-BRANCH-ENTRY      PIC X(2).
       01  WS-PROD-ENTRY        PIC X(5).
       01  WS-COVER-ENTRY       PIC 9(3).
       01  WS-QTY-ENTRY         PIC 9(5).
       01  WS-LINE-QTY          PIC S9(5).

       01  WS-CURRENT-PROD      PIC X(5).
       01  WS-PROD-STOCKED      PIC X.
           88 WS-PROD-IS-STOCKED VALUE "Y".
       01  WS-FREE-LEFT         PIC S9(7).
       01  WS-TARGET            PIC 9(7).
       01  WS-NEED              PIC S9(7).

       01  WS-RSV-ACTION        PIC X.
       01  WS-RSV-SOURCE        PIC X(2).
       01  WS-RSV-REFERENCE     PIC X(9).
       01  WS-RSV-PROD-CODE     PIC X(5).
       01  WS-RSV-QUANTITY      PIC 9(5).
       01  WS-RSV-EXPIRY        PIC 9(8).
       01  WS-RSV-RESERVED      PIC 9(7).
       01  WS-RSV-RESULT        PIC X.

       01  WS-SALE-LINES        PIC 9(7) VALUE ZERO.
       01  WS-SUGGESTED-LINES   PIC 9(5) VALUE ZERO.
       01  WS-SUGGESTED-UNITS   PIC 9(7) VALUE ZERO.
       01  WS-SHORT-LINES       PIC 9(5) VALUE ZERO.
       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.

       01  WS-XFER-BRANCH       PIC X(2).
       01  WS-XFER-NUMBER       PIC 9(6).
       01  WS-LINE-COUNT        PIC 9(3).
       01  WS-UNITS-SHIPPED     PIC 9(7).
       01  WS-CARRIER           PIC X(20).
       01  WS-SHIP-OK           PIC X.
           88 WS-SHIP-SUCCEEDED VALUE "Y".
       01  WS-TRANSFER-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-RELEASED-LINES    PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-LINES     PIC 9(5) VALUE ZERO.

       01  WS-WAYBILL-NAME      PIC X(20).
       01  WS-WAYBILL-QTY       PIC ZZ,ZZ9.
       01  WS-WAYBILL-UNITS     PIC Z,ZZZ,ZZ9.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILES.
           IF FS-BRSUGG-OK AND FS-BRCOVER-OK AND FS-BRANCH-OK
              AND FS-PRODUCTS-OK
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM READ-SIGNON-SESSION
               PERFORM PROCESS-MENU UNTIL NOT WS-YES
           END-IF.
           PERFORM TERMINATE-FILES.
           STOP RUN.

       INITIALIZE-FILES.
           OPEN I-O BRSUGG-FILE.
           IF FS-BRSUGG-NOT-EXIST
               OPEN OUTPUT BRSUGG-FILE
               CLOSE BRSUGG-FILE
               OPEN I-O BRSUGG-FILE
           END-IF.
           IF NOT FS-BRSUGG-OK
               DISPLAY "ERROR OPENING BRSUGG.DAT: " FS-BRSUGG
               MOVE "BRANCH-REPLENISHMENT" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "BRSUGG.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-BRSUGG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O BRCOVER-FILE.
           IF FS-BRCOVER-NOT-EXIST
               OPEN OUTPUT BRCOVER-FILE
               CLOSE BRCOVER-FILE
               OPEN I-O BRCOVER-FILE
           END-IF.
           IF NOT FS-BRCOVER-OK
               DISPLAY "ERROR OPENING BRCOVER.DAT: " FS-BRCOVER
               MOVE "BRANCH-REPLENISHMENT" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "BRCOVER.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-BRCOVER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O BRANCH-STOCK-FILE.
           IF NOT FS-BRANCH-OK
               DISPLAY "ERROR OPENING BRANCHSTK.DAT: "
                  FS-BRANCH-STOCK
               MOVE "BRANCH-REPLENISHMENT" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "BRANCHSTK.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-BRANCH-STOCK TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "BRANCH-REPLENISHMENT" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
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

       PROCESS-MENU.
           DISPLAY " ".
           DISPLAY "BRANCH REPLENISHMENT".
           DISPLAY "C - COVER DAYS | B - BUILD SUGGESTIONS | "
              "L - LIST | E - EDIT | R - RELEASE".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-COVER
                   PERFORM MAINTAIN-COVER-DAYS
               WHEN WS-ACTION-BUILD
                   PERFORM BUILD-SUGGESTIONS
               WHEN WS-ACTION-LIST
                   PERFORM LIST-SUGGESTIONS
               WHEN WS-ACTION-EDIT
                   PERFORM EDIT-SUGGESTION
               WHEN WS-ACTION-RELEASE
                   PERFORM RELEASE-SUGGESTIONS
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

           DISPLAY " ".
           DISPLAY "DO YOU WANT TO CONTINUE? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

      * Days of cover each branch should hold; branches without a
      * record take the default given when suggestions are built
       MAINTAIN-COVER-DAYS.
           PERFORM LIST-COVER-DAYS.
           DISPLAY "BRANCH TO SET (2 characters): " WITH NO ADVANCING.
           ACCEPT WS-BRANCH-ENTRY.
           DISPLAY "DAYS OF COVER (3 digits, 0 = REMOVE): "
              WITH NO ADVANCING.
           ACCEPT WS-COVER-ENTRY.
           MOVE WS-BRANCH-ENTRY TO BC-BRANCH.
           IF WS-COVER-ENTRY = ZERO
               DELETE BRCOVER-FILE
                   INVALID KEY
                       DISPLAY "BRANCH NOT ON FILE: " WS-BRANCH-ENTRY
                   NOT INVALID KEY
                       DISPLAY "COVER DAYS REMOVED FOR "
                          WS-BRANCH-ENTRY
               END-DELETE
           ELSE
               READ BRCOVER-FILE
                   INVALID KEY
                       MOVE WS-BRANCH-ENTRY TO BC-BRANCH
                       MOVE WS-COVER-ENTRY TO BC-COVER-DAYS
                       WRITE BRCOVER-RECORD
                           INVALID KEY
                               DISPLAY "ERROR WRITING RECORD: "
                                  FS-BRCOVER
                               MOVE "BRANCH-REPLENISHMENT"
                                  TO ERP-PROGRAM
                               MOVE "MAINTAIN-COVER-DAYS"
                                  TO ERP-PARAGRAPH
                               MOVE "BRCOVER.DAT" TO ERP-FILE
                               MOVE "WRITE" TO ERP-OPERATION
                               MOVE FS-BRCOVER TO ERP-STATUS
                               MOVE BC-BRANCH TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               DISPLAY "COVER DAYS SET"
                       END-WRITE
                   NOT INVALID KEY
                       MOVE WS-COVER-ENTRY TO BC-COVER-DAYS
                       REWRITE BRCOVER-RECORD
                           INVALID KEY
                               DISPLAY "ERROR UPDATING RECORD: "
                                  FS-BRCOVER
                               MOVE "BRANCH-REPLENISHMENT"
                                  TO ERP-PROGRAM
                               MOVE "MAINTAIN-COVER-DAYS"
                                  TO ERP-PARAGRAPH
                               MOVE "BRCOVER.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-BRCOVER TO ERP-STATUS
                               MOVE BC-BRANCH TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               DISPLAY "COVER DAYS UPDATED"
                       END-REWRITE
               END-READ
           END-IF.

       LIST-COVER-DAYS.
           MOVE LOW-VALUES TO BC-BRANCH.
           START BRCOVER-FILE KEY IS >= BC-BRANCH
               INVALID KEY
                   SET FS-BRCOVER-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-COVER.
           PERFORM SHOW-ONE-COVER UNTIL FS-BRCOVER-EOF.
           MOVE "00" TO FS-BRCOVER.

       READ-NEXT-COVER.
           READ BRCOVER-FILE NEXT RECORD
               AT END
                   SET FS-BRCOVER-EOF TO TRUE
           END-READ.

       SHOW-ONE-COVER.
           DISPLAY "  BRANCH " BC-BRANCH " COVER " BC-COVER-DAYS
              " DAYS".
           PERFORM READ-NEXT-COVER.

      * Net units sold by branch and product go onto a fresh
      * BRSUGG.DAT first; a second pass turns each into a need and
      * shares out what the warehouse has free
       BUILD-SUGGESTIONS.
           DISPLAY "WAREHOUSE BRANCH SHIPPING THE STOCK "
              "(2 characters): " WITH NO ADVANCING.
           ACCEPT WS-WAREHOUSE.
           DISPLAY "DAYS OF SALES HISTORY (0 = 28): "
              WITH NO ADVANCING.
           ACCEPT WS-HISTORY-DAYS.
           IF WS-HISTORY-DAYS = ZERO
               MOVE 28 TO WS-HISTORY-DAYS
           END-IF.
           DISPLAY "DEFAULT DAYS OF COVER (0 = 14): "
              WITH NO ADVANCING.
           ACCEPT WS-DEFAULT-COVER.
           IF WS-DEFAULT-COVER = ZERO
               MOVE 14 TO WS-DEFAULT-COVER
           END-IF.
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
              WS-HISTORY-DAYS.
           COMPUTE WS-CUTOFF-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "BRANCH-REPLENISHMENT" TO ERP-PROGRAM
               MOVE "BUILD-SUGGESTIONS" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               CLOSE BRSUGG-FILE
               OPEN OUTPUT BRSUGG-FILE
               CLOSE BRSUGG-FILE
               OPEN I-O BRSUGG-FILE
               MOVE ZERO TO WS-SALE-LINES WS-SUGGESTED-LINES
                  WS-SUGGESTED-UNITS WS-SHORT-LINES
               MOVE WS-CUTOFF-DATE TO VENTA-FECHA
               START VENTAS-FILE KEY IS >= VENTA-FECHA
                   INVALID KEY
                       SET FS-VENTAS-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-SALE
               PERFORM ACCUMULATE-BRANCH-SALE UNTIL FS-VENTAS-EOF
               CLOSE VENTAS-FILE
               MOVE SPACES TO WS-CURRENT-PROD
               MOVE LOW-VALUES TO SG-KEY
               START BRSUGG-FILE KEY IS >= SG-KEY
                   INVALID KEY
                       SET FS-BRSUGG-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-SUGGESTION
               PERFORM SIZE-ONE-SUGGESTION UNTIL FS-BRSUGG-EOF
               MOVE "00" TO FS-BRSUGG
               DISPLAY " "
               DISPLAY "SALE LINES READ SINCE " WS-CUTOFF-DATE ": "
                  WS-SALE-LINES
               DISPLAY "LINES SUGGESTED:      " WS-SUGGESTED-LINES
               DISPLAY "UNITS SUGGESTED:      " WS-SUGGESTED-UNITS
               DISPLAY "LINES SHORT AT " WS-WAREHOUSE ":     "
                  WS-SHORT-LINES
           END-IF.

       READ-NEXT-SALE.
           READ VENTAS-FILE NEXT RECORD
               AT END
                   SET FS-VENTAS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL FS-VENTAS-EOF OR NOT VENTA-ADDON-LINE
               READ VENTAS-FILE NEXT RECORD
                   AT END
                       SET FS-VENTAS-EOF TO TRUE
               END-READ
           END-PERFORM.

       ACCUMULATE-BRANCH-SALE.
           IF (VENTA-SALE OR VENTA-CREDIT OR VENTA-VOID)
              AND VENTA-BRANCH NOT = WS-WAREHOUSE
              AND VENTA-BRANCH NOT = WS-VAN-BRANCH
               ADD 1 TO WS-SALE-LINES
               MOVE VENTA-CANTIDAD TO WS-LINE-QTY
               IF VENTA-CREDIT OR VENTA-VOID
                   COMPUTE WS-LINE-QTY = ZERO - WS-LINE-QTY
               END-IF
               MOVE VENTA-CODIGO TO SG-PROD-CODE
               MOVE VENTA-BRANCH TO SG-BRANCH
               READ BRSUGG-FILE
                   INVALID KEY
                       PERFORM NEW-SUGGESTION
                   NOT INVALID KEY
                       ADD WS-LINE-QTY TO SG-SOLD
                       REWRITE BRSUGG-RECORD
                           INVALID KEY
                               DISPLAY "ERROR UPDATING BRSUGG.DAT: "
                                  FS-BRSUGG
                               MOVE "BRANCH-REPLENISHMENT"
                                  TO ERP-PROGRAM
                               MOVE "ACCUMULATE-BRANCH-SALE"
                                  TO ERP-PARAGRAPH
                               MOVE "BRSUGG.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-BRSUGG TO ERP-STATUS
                               MOVE SG-KEY TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       END-REWRITE
               END-READ
           END-IF.
           PERFORM READ-NEXT-SALE.

       NEW-SUGGESTION.
           MOVE VENTA-CODIGO TO SG-PROD-CODE.
           MOVE VENTA-BRANCH TO SG-BRANCH.
           MOVE WS-WAREHOUSE TO SG-WAREHOUSE.
           MOVE WS-TODAY-DATE TO SG-BUILD-DATE.
           MOVE WS-LINE-QTY TO SG-SOLD.
           MOVE WS-HISTORY-DAYS TO SG-HISTORY-DAYS.
           MOVE ZERO TO SG-COVER-DAYS SG-TARGET SG-POSITION SG-NEED
              SG-WH-FREE SG-QTY SG-XFER-NUMBER.
           SET SG-PENDING TO TRUE.
           MOVE "N" TO SG-EDITED.
           WRITE BRSUGG-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING BRSUGG.DAT: " FS-BRSUGG
                   MOVE "BRANCH-REPLENISHMENT" TO ERP-PROGRAM
                   MOVE "NEW-SUGGESTION" TO ERP-PARAGRAPH
                   MOVE "BRSUGG.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-BRSUGG TO ERP-STATUS
                   MOVE SG-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-WRITE.

       READ-NEXT-SUGGESTION.
           READ BRSUGG-FILE NEXT RECORD
               AT END
                   SET FS-BRSUGG-EOF TO TRUE
           END-READ.

      * Target is the branch's daily rate times its cover, rounded
      * up; the line is dropped when stock and in-transit cover it
       SIZE-ONE-SUGGESTION.
           IF SG-PROD-CODE NOT = WS-CURRENT-PROD
               PERFORM GET-WAREHOUSE-FREE
           END-IF.
           MOVE WS-DEFAULT-COVER TO SG-COVER-DAYS.
           MOVE SG-BRANCH TO BC-BRANCH.
           READ BRCOVER-FILE
               NOT INVALID KEY
                   MOVE BC-COVER-DAYS TO SG-COVER-DAYS
           END-READ.
           MOVE ZERO TO WS-TARGET.
           IF SG-SOLD > ZERO
               COMPUTE WS-TARGET = (SG-SOLD * SG-COVER-DAYS
                  + SG-HISTORY-DAYS - 1) / SG-HISTORY-DAYS
           END-IF.
           MOVE WS-TARGET TO SG-TARGET.
           MOVE SG-PROD-CODE TO BR-PROD-CODE.
           MOVE SG-BRANCH TO BR-BRANCH.
           READ BRANCH-STOCK-FILE
               INVALID KEY
                   MOVE ZERO TO SG-POSITION
               NOT INVALID KEY
                   COMPUTE SG-POSITION = BR-STOCK + BR-IN-TRANSIT
           END-READ.
           COMPUTE WS-NEED = SG-TARGET - SG-POSITION.
           IF WS-NEED <= ZERO OR NOT WS-PROD-IS-STOCKED
               DELETE BRSUGG-FILE
                   INVALID KEY
                       DISPLAY "ERROR DROPPING SUGGESTION: "
                          FS-BRSUGG
                       MOVE "BRANCH-REPLENISHMENT" TO ERP-PROGRAM
                       MOVE "SIZE-ONE-SUGGESTION" TO ERP-PARAGRAPH
                       MOVE "BRSUGG.DAT" TO ERP-FILE
                       MOVE "DELETE" TO ERP-OPERATION
                       MOVE FS-BRSUGG TO ERP-STATUS
                       MOVE SG-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-DELETE
           ELSE
               MOVE WS-NEED TO SG-NEED
               IF WS-FREE-LEFT > ZERO
                   MOVE WS-FREE-LEFT TO SG-WH-FREE
               ELSE
                   MOVE ZERO TO SG-WH-FREE
               END-IF
               IF WS-NEED > WS-FREE-LEFT
                   ADD 1 TO WS-SHORT-LINES
                   IF WS-FREE-LEFT > ZERO
                       MOVE WS-FREE-LEFT TO WS-NEED
                   ELSE
                       MOVE ZERO TO WS-NEED
                   END-IF
               END-IF
               IF WS-NEED > 99999
                   MOVE 99999 TO WS-NEED
               END-IF
               MOVE WS-NEED TO SG-QTY
               SUBTRACT WS-NEED FROM WS-FREE-LEFT
               IF SG-QTY > ZERO
                   ADD 1 TO WS-SUGGESTED-LINES
                   ADD SG-QTY TO WS-SUGGESTED-UNITS
               END-IF
               REWRITE BRSUGG-RECORD
                   INVALID KEY
                       DISPLAY "ERROR UPDATING BRSUGG.DAT: "
                          FS-BRSUGG
                       MOVE "BRANCH-REPLENISHMENT" TO ERP-PROGRAM
                       MOVE "SIZE-ONE-SUGGESTION" TO ERP-PARAGRAPH
                       MOVE "BRSUGG.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-BRSUGG TO ERP-STATUS
                       MOVE SG-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-REWRITE
           END-IF.
           PERFORM READ-NEXT-SUGGESTION.

      * Warehouse free is its branch stock less every unit held on
      * the reservation ledger; discontinued and non-stock products
      * are never replenished
       GET-WAREHOUSE-FREE.
           MOVE SG-PROD-CODE TO WS-CURRENT-PROD.
           MOVE "N" TO WS-PROD-STOCKED.
           MOVE ZERO TO WS-FREE-LEFT.
           MOVE SG-PROD-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               NOT INVALID KEY
                   IF NOT PROD-DISCONTINUED AND NOT PROD-NON-STOCK
                       MOVE "Y" TO WS-PROD-STOCKED
                   END-IF
           END-READ.
           IF WS-PROD-IS-STOCKED
               MOVE SG-PROD-CODE TO BR-PROD-CODE
               MOVE WS-WAREHOUSE TO BR-BRANCH
               READ BRANCH-STOCK-FILE
                   NOT INVALID KEY
                       MOVE BR-STOCK TO WS-FREE-LEFT
               END-READ
               MOVE "Q" TO WS-RSV-ACTION
               MOVE SPACES TO WS-RSV-SOURCE WS-RSV-REFERENCE
               MOVE SG-PROD-CODE TO WS-RSV-PROD-CODE
               MOVE ZERO TO WS-RSV-QUANTITY WS-RSV-EXPIRY
               CALL "RESERVE-MANAGER" USING WS-RSV-ACTION
                  WS-RSV-SOURCE WS-RSV-REFERENCE WS-RSV-PROD-CODE
                  WS-RSV-QUANTITY WS-RSV-EXPIRY WS-RSV-RESERVED
                  WS-RSV-RESULT
               SUBTRACT WS-RSV-RESERVED FROM WS-FREE-LEFT
           END-IF.

       LIST-SUGGESTIONS.
           MOVE ZERO TO WS-LISTED-COUNT WS-SUGGESTED-UNITS.
           DISPLAY " ".
           DISPLAY "BR PROD     SOLD COVER  TARGET  HOLDS    NEED"
              "   QTY STATUS".
           MOVE LOW-VALUES TO SG-BRANCH.
           START BRSUGG-FILE KEY IS >= SG-BRANCH
               INVALID KEY
                   SET FS-BRSUGG-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-SUGGESTION.
           PERFORM SHOW-ONE-SUGGESTION UNTIL FS-BRSUGG-EOF.
           MOVE "00" TO FS-BRSUGG.
           DISPLAY "SUGGESTION LINES: " WS-LISTED-COUNT
              "  UNITS: " WS-SUGGESTED-UNITS.

       SHOW-ONE-SUGGESTION.
           ADD 1 TO WS-LISTED-COUNT.
           ADD SG-QTY TO WS-SUGGESTED-UNITS.
           IF SG-RELEASED
               DISPLAY SG-BRANCH " " SG-PROD-CODE " " SG-SOLD " "
                  SG-COVER-DAYS " " SG-TARGET " " SG-POSITION " "
                  SG-NEED " " SG-QTY " XFER " SG-XFER-NUMBER
           ELSE
               IF SG-WAS-EDITED
                   DISPLAY SG-BRANCH " " SG-PROD-CODE " " SG-SOLD " "
                      SG-COVER-DAYS " " SG-TARGET " " SG-POSITION " "
                      SG-NEED " " SG-QTY " EDITED"
               ELSE
                   DISPLAY SG-BRANCH " " SG-PROD-CODE " " SG-SOLD " "
                      SG-COVER-DAYS " " SG-TARGET " " SG-POSITION " "
                      SG-NEED " " SG-QTY " PENDING"
               END-IF
           END-IF.
           PERFORM READ-NEXT-SUGGESTION.

       EDIT-SUGGESTION.
           DISPLAY "PRODUCT CODE (5 characters): " WITH NO ADVANCING.
           ACCEPT WS-PROD-ENTRY.
           DISPLAY "BRANCH (2 characters): " WITH NO ADVANCING.
           ACCEPT WS-BRANCH-ENTRY.
           MOVE WS-PROD-ENTRY TO SG-PROD-CODE.
           MOVE WS-BRANCH-ENTRY TO SG-BRANCH.
           READ BRSUGG-FILE
               INVALID KEY
                   DISPLAY "NO SUGGESTION FOR " WS-PROD-ENTRY
                      " AT " WS-BRANCH-ENTRY
               NOT INVALID KEY
                   PERFORM CHANGE-SUGGESTED-QTY
           END-READ.

       CHANGE-SUGGESTED-QTY.
           IF SG-RELEASED
               DISPLAY "ALREADY RELEASED ON TRANSFER " SG-XFER-NUMBER
           ELSE
               DISPLAY "NEED " SG-NEED "  SUGGESTED " SG-QTY
                  "  WAREHOUSE FREE " SG-WH-FREE
               DISPLAY "QUANTITY TO SHIP (0 = DO NOT SHIP): "
                  WITH NO ADVANCING
               ACCEPT WS-QTY-ENTRY
               MOVE WS-QTY-ENTRY TO SG-QTY
               MOVE "Y" TO SG-EDITED
               REWRITE BRSUGG-RECORD
                   INVALID KEY
                       DISPLAY "ERROR UPDATING BRSUGG.DAT: "
                          FS-BRSUGG
                       MOVE "BRANCH-REPLENISHMENT" TO ERP-PROGRAM
                       MOVE "CHANGE-SUGGESTED-QTY" TO ERP-PARAGRAPH
                       MOVE "BRSUGG.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-BRSUGG TO ERP-STATUS
                       MOVE SG-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       DISPLAY "SUGGESTION UPDATED"
               END-REWRITE
           END-IF.

      * Ships every pending line with a quantity, one transfer per
      * receiving branch, walking BRSUGG.DAT in branch order
       RELEASE-SUGGESTIONS.
           DISPLAY "RELEASE ALL PENDING SUGGESTIONS AS TRANSFERS? "
              "(Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRMED
               DISPLAY "CARRIER / VEHICLE (BLANK IF NONE): "
                  WITH NO ADVANCING
               MOVE SPACES TO WS-CARRIER
               ACCEPT WS-CARRIER
               PERFORM OPEN-TRANSFER-FILES
               IF FS-XFERHDR-OK AND FS-XFERLINE-OK
                   MOVE ZERO TO WS-TRANSFER-COUNT WS-RELEASED-LINES
                      WS-SKIPPED-LINES WS-XFER-NUMBER
                   MOVE LOW-VALUES TO WS-XFER-BRANCH SG-BRANCH
                   START BRSUGG-FILE KEY IS >= SG-BRANCH
                       INVALID KEY
                           SET FS-BRSUGG-EOF TO TRUE
                   END-START
                   PERFORM READ-NEXT-SUGGESTION
                   PERFORM RELEASE-ONE-SUGGESTION UNTIL FS-BRSUGG-EOF
                   MOVE "00" TO FS-BRSUGG
                   PERFORM FINISH-TRANSFER
                   DISPLAY " "
                   DISPLAY "TRANSFERS CREATED: " WS-TRANSFER-COUNT
                   DISPLAY "LINES SHIPPED:     " WS-RELEASED-LINES
                   DISPLAY "LINES NOT SHIPPED: " WS-SKIPPED-LINES
                   IF WS-TRANSFER-COUNT > ZERO
                       DISPLAY "WAYBILLS WRITTEN TO WAYBILL.TXT"
                   END-IF
               END-IF
               PERFORM CLOSE-TRANSFER-FILES
           END-IF.

       OPEN-TRANSFER-FILES.
           OPEN I-O XFERHDR-FILE.
           IF FS-XFERHDR-NOT-EXIST
               OPEN OUTPUT XFERHDR-FILE
               CLOSE XFERHDR-FILE
               OPEN I-O XFERHDR-FILE
           END-IF.
           IF NOT FS-XFERHDR-OK
               DISPLAY "ERROR OPENING XFERHDR.DAT: " FS-XFERHDR
               MOVE "BRANCH-REPLENISHMENT" TO ERP-PROGRAM
               MOVE "OPEN-TRANSFER-FILES" TO ERP-PARAGRAPH
               MOVE "XFERHDR.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-XFERHDR TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O XFERLINE-FILE.
           IF FS-XFERLINE-NOT-EXIST
               OPEN OUTPUT XFERLINE-FILE
               CLOSE XFERLINE-FILE
               OPEN I-O XFERLINE-FILE
           END-IF.
           IF NOT FS-XFERLINE-OK
               DISPLAY "ERROR OPENING XFERLINE.DAT: " FS-XFERLINE
               MOVE "BRANCH-REPLENISHMENT" TO ERP-PROGRAM
               MOVE "OPEN-TRANSFER-FILES" TO ERP-PARAGRAPH
               MOVE "XFERLINE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-XFERLINE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT WAYBILL-FILE.
           IF NOT FS-WAYBILL-OK
               DISPLAY "ERROR CREATING WAYBILL.TXT: " FS-WAYBILL
               MOVE "BRANCH-REPLENISHMENT" TO ERP-PROGRAM
               MOVE "OPEN-TRANSFER-FILES" TO ERP-PARAGRAPH
               MOVE "WAYBILL.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-WAYBILL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       RELEASE-ONE-SUGGESTION.
           IF SG-PENDING AND SG-QTY > ZERO
               IF SG-BRANCH NOT = WS-XFER-BRANCH
                  OR (WS-XFER-NUMBER NOT = ZERO
                      AND WS-LINE-COUNT = 999)
                   PERFORM FINISH-TRANSFER
                   MOVE SG-BRANCH TO WS-XFER-BRANCH
                   MOVE SG-WAREHOUSE TO WS-WAREHOUSE
               END-IF
               PERFORM DEBIT-WAREHOUSE
               IF WS-SHIP-SUCCEEDED
                   PERFORM CREDIT-IN-TRANSIT
               END-IF
               IF WS-SHIP-SUCCEEDED
                   PERFORM WRITE-TRANSFER-LINE
                   SET SG-RELEASED TO TRUE
                   MOVE WS-XFER-NUMBER TO SG-XFER-NUMBER
                   REWRITE BRSUGG-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING BRSUGG.DAT: "
                              FS-BRSUGG
                           MOVE "BRANCH-REPLENISHMENT" TO ERP-PROGRAM
                           MOVE "RELEASE-ONE-SUGGESTION"
                              TO ERP-PARAGRAPH
                           MOVE "BRSUGG.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-BRSUGG TO ERP-STATUS
                           MOVE SG-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-REWRITE
                   ADD 1 TO WS-RELEASED-LINES
               ELSE
                   ADD 1 TO WS-SKIPPED-LINES
               END-IF
           END-IF.
           PERFORM READ-NEXT-SUGGESTION.

       DEBIT-WAREHOUSE.
           MOVE "N" TO WS-SHIP-OK.
           MOVE SG-PROD-CODE TO BR-PROD-CODE.
           MOVE SG-WAREHOUSE TO BR-BRANCH.
           READ BRANCH-STOCK-FILE
               INVALID KEY
                   DISPLAY "NO STOCK RECORD FOR " SG-PROD-CODE
                      " AT " SG-WAREHOUSE " - NOT SHIPPED"
               NOT INVALID KEY
                   IF BR-STOCK < SG-QTY
                       DISPLAY SG-PROD-CODE " TO " SG-BRANCH
                          ": ONLY " BR-STOCK " AT " SG-WAREHOUSE
                          " - NOT SHIPPED"
                   ELSE
                       SUBTRACT SG-QTY FROM BR-STOCK
                       REWRITE BRANCH-STOCK-RECORD
                           INVALID KEY
                               DISPLAY "ERROR UPDATING WAREHOUSE: "
                                  FS-BRANCH-STOCK
                               MOVE "BRANCH-REPLENISHMENT"
                                  TO ERP-PROGRAM
                               MOVE "DEBIT-WAREHOUSE" TO ERP-PARAGRAPH
                               MOVE "BRANCHSTK.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-BRANCH-STOCK TO ERP-STATUS
                               MOVE BR-KEY TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               MOVE "Y" TO WS-SHIP-OK
                       END-REWRITE
                   END-IF
           END-READ.

       CREDIT-IN-TRANSIT.
           MOVE SG-PROD-CODE TO BR-PROD-CODE.
           MOVE SG-BRANCH TO BR-BRANCH.
           READ BRANCH-STOCK-FILE
               INVALID KEY
                   MOVE SG-PROD-CODE TO BR-PROD-CODE
                   MOVE SG-BRANCH TO BR-BRANCH
                   MOVE ZERO TO BR-STOCK
                   MOVE SG-QTY TO BR-IN-TRANSIT
                   WRITE BRANCH-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "ERROR CREATING TO BRANCH "
                              "RECORD: " FS-BRANCH-STOCK
                           MOVE "BRANCH-REPLENISHMENT" TO ERP-PROGRAM
                           MOVE "CREDIT-IN-TRANSIT" TO ERP-PARAGRAPH
                           MOVE "BRANCHSTK.DAT" TO ERP-FILE
                           MOVE "OPEN" TO ERP-OPERATION
                           MOVE FS-BRANCH-STOCK TO ERP-STATUS
                           MOVE SPACES TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           PERFORM ROLLBACK-WAREHOUSE
                   END-WRITE
               NOT INVALID KEY
                   ADD SG-QTY TO BR-IN-TRANSIT
                   REWRITE BRANCH-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING TO BRANCH: "
                              FS-BRANCH-STOCK
                           MOVE "BRANCH-REPLENISHMENT" TO ERP-PROGRAM
                           MOVE "CREDIT-IN-TRANSIT" TO ERP-PARAGRAPH
                           MOVE "BRANCHSTK.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-BRANCH-STOCK TO ERP-STATUS
                           MOVE BR-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           PERFORM ROLLBACK-WAREHOUSE
                   END-REWRITE
           END-READ.

       ROLLBACK-WAREHOUSE.
           MOVE "N" TO WS-SHIP-OK.
           MOVE SG-PROD-CODE TO BR-PROD-CODE.
           MOVE SG-WAREHOUSE TO BR-BRANCH.
           READ BRANCH-STOCK-FILE
               INVALID KEY
                   DISPLAY "ROLLBACK FAILED - WAREHOUSE RECORD "
                      "MISSING"
               NOT INVALID KEY
                   ADD SG-QTY TO BR-STOCK
                   REWRITE BRANCH-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "ROLLBACK FAILED FOR "
                              SG-WAREHOUSE
                   END-REWRITE
           END-READ.

       WRITE-TRANSFER-LINE.
           IF WS-XFER-NUMBER = ZERO
               PERFORM GET-NEXT-TRANSFER-NUMBER
               MOVE ZERO TO WS-LINE-COUNT WS-UNITS-SHIPPED
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-XFER-NUMBER TO XL-NUMBER.
           MOVE WS-LINE-COUNT TO XL-LINE.
           MOVE SG-PROD-CODE TO XL-PROD-CODE.
           MOVE SG-QTY TO XL-QTY-SHIPPED.
           MOVE ZERO TO XL-QTY-RECEIVED XL-QTY-SHORT XL-QTY-DAMAGED.
           WRITE XFERLINE-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING TRANSFER LINE: "
                      FS-XFERLINE
                   MOVE "BRANCH-REPLENISHMENT" TO ERP-PROGRAM
                   MOVE "WRITE-TRANSFER-LINE" TO ERP-PARAGRAPH
                   MOVE "XFERLINE.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-XFERLINE TO ERP-STATUS
                   MOVE XL-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD SG-QTY TO WS-UNITS-SHIPPED
           END-WRITE.

       GET-NEXT-TRANSFER-NUMBER.
           OPEN INPUT XFER-CONTROL-FILE.
           IF FS-XFER-CONTROL-OK
               READ XFER-CONTROL-FILE
                   AT END
                       MOVE ZERO TO XFCTL-LAST-NUMBER
               END-READ
               CLOSE XFER-CONTROL-FILE
           ELSE
               MOVE ZERO TO XFCTL-LAST-NUMBER
           END-IF.
           COMPUTE WS-XFER-NUMBER = XFCTL-LAST-NUMBER + 1.
           MOVE WS-XFER-NUMBER TO XFCTL-LAST-NUMBER.
           OPEN OUTPUT XFER-CONTROL-FILE.
           WRITE XFER-CONTROL-RECORD.
           CLOSE XFER-CONTROL-FILE.

      * Closes off the transfer built for the previous branch, if
      * any line of it shipped, and prints its waybill
       FINISH-TRANSFER.
           IF WS-XFER-NUMBER NOT = ZERO
               MOVE WS-XFER-NUMBER TO XH-NUMBER
               MOVE WS-WAREHOUSE TO XH-FROM-BRANCH
               MOVE WS-XFER-BRANCH TO XH-TO-BRANCH
               MOVE WS-TODAY-DATE TO XH-SHIP-DATE
               MOVE ZERO TO XH-RECEIVED-DATE XH-RECV-OPERATOR
               MOVE WS-LINE-COUNT TO XH-LINE-COUNT
               MOVE WS-UNITS-SHIPPED TO XH-UNITS-SHIPPED
               SET XH-IN-TRANSIT TO TRUE
               MOVE WS-OPERATOR-ID TO XH-SHIP-OPERATOR
               MOVE WS-CARRIER TO XH-CARRIER
               WRITE XFERHDR-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING TRANSFER HEADER: "
                          FS-XFERHDR
                       MOVE "BRANCH-REPLENISHMENT" TO ERP-PROGRAM
                       MOVE "FINISH-TRANSFER" TO ERP-PARAGRAPH
                       MOVE "XFERHDR.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-XFERHDR TO ERP-STATUS
                       MOVE XH-NUMBER TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-TRANSFER-COUNT
                       DISPLAY "TRANSFER " XH-NUMBER " TO "
                          XH-TO-BRANCH ": " XH-LINE-COUNT
                          " LINE(S), " XH-UNITS-SHIPPED " UNIT(S)"
                       IF FS-WAYBILL-OK
                           PERFORM PRINT-WAYBILL
                       END-IF
               END-WRITE
               MOVE ZERO TO WS-XFER-NUMBER
           END-IF.

       PRINT-WAYBILL.
           MOVE ALL "=" TO WAYBILL-LINE.
           WRITE WAYBILL-LINE.
           MOVE SPACES TO WAYBILL-LINE.
           STRING "INTER-BRANCH TRANSFER WAYBILL" DELIMITED BY SIZE
              "                 TRANSFER " DELIMITED BY SIZE
              XH-NUMBER DELIMITED BY SIZE
              INTO WAYBILL-LINE
           END-STRING.
           WRITE WAYBILL-LINE.
           MOVE SPACES TO WAYBILL-LINE.
           STRING "FROM BRANCH: " DELIMITED BY SIZE
              XH-FROM-BRANCH DELIMITED BY SIZE
              "    TO BRANCH: " DELIMITED BY SIZE
              XH-TO-BRANCH DELIMITED BY SIZE
              "    SHIPPED: " DELIMITED BY SIZE
              XH-SHIP-DATE DELIMITED BY SIZE
              INTO WAYBILL-LINE
           END-STRING.
           WRITE WAYBILL-LINE.
           MOVE SPACES TO WAYBILL-LINE.
           STRING "CARRIER: " DELIMITED BY SIZE
              XH-CARRIER DELIMITED BY SIZE
              "  SHIPPED BY OPERATOR: " DELIMITED BY SIZE
              XH-SHIP-OPERATOR DELIMITED BY SIZE
              INTO WAYBILL-LINE
           END-STRING.
           WRITE WAYBILL-LINE.
           MOVE ALL "-" TO WAYBILL-LINE.
           WRITE WAYBILL-LINE.
           MOVE "LINE  PRODUCT  DESCRIPTION            SHIPPED"
              TO WAYBILL-LINE.
           MOVE "RECEIVED   DAMAGED" TO WAYBILL-LINE (50:18).
           WRITE WAYBILL-LINE.
           MOVE XH-NUMBER TO XL-NUMBER.
           MOVE ZERO TO XL-LINE.
           START XFERLINE-FILE KEY IS >= XL-KEY
               INVALID KEY
                   SET FS-XFERLINE-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-TRANSFER-LINE.
           PERFORM PRINT-WAYBILL-LINE UNTIL FS-XFERLINE-EOF.
           MOVE "00" TO FS-XFERLINE.
           MOVE ALL "-" TO WAYBILL-LINE.
           WRITE WAYBILL-LINE.
           MOVE XH-UNITS-SHIPPED TO WS-WAYBILL-UNITS.
           MOVE SPACES TO WAYBILL-LINE.
           STRING "TOTAL UNITS SHIPPED: " DELIMITED BY SIZE
              WS-WAYBILL-UNITS DELIMITED BY SIZE
              "   LINES: " DELIMITED BY SIZE
              XH-LINE-COUNT DELIMITED BY SIZE
              INTO WAYBILL-LINE
           END-STRING.
           WRITE WAYBILL-LINE.
           MOVE SPACES TO WAYBILL-LINE.
           WRITE WAYBILL-LINE.
           MOVE "DISPATCHED BY: ______________    RECEIVED BY: "
              TO WAYBILL-LINE.
           MOVE "______________  DATE: ________"
              TO WAYBILL-LINE (47:30).
           WRITE WAYBILL-LINE.
           MOVE ALL "=" TO WAYBILL-LINE.
           WRITE WAYBILL-LINE.
           MOVE SPACES TO WAYBILL-LINE.
           WRITE WAYBILL-LINE.

       READ-NEXT-TRANSFER-LINE.
           READ XFERLINE-FILE NEXT RECORD
               AT END
                   SET FS-XFERLINE-EOF TO TRUE
           END-READ.
           IF NOT FS-XFERLINE-EOF
               IF XL-NUMBER NOT = XH-NUMBER
                   SET FS-XFERLINE-EOF TO TRUE
               END-IF
           END-IF.

       PRINT-WAYBILL-LINE.
           MOVE XL-PROD-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO WS-WAYBILL-NAME
               NOT INVALID KEY
                   MOVE PROD-NAME TO WS-WAYBILL-NAME
           END-READ.
           MOVE XL-QTY-SHIPPED TO WS-WAYBILL-QTY.
           MOVE SPACES TO WAYBILL-LINE.
           STRING XL-LINE DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              XL-PROD-CODE DELIMITED BY SIZE
              "    " DELIMITED BY SIZE
              WS-WAYBILL-NAME DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-WAYBILL-QTY DELIMITED BY SIZE
              "   ________  ________" DELIMITED BY SIZE
              INTO WAYBILL-LINE
           END-STRING.
           WRITE WAYBILL-LINE.
           PERFORM READ-NEXT-TRANSFER-LINE.

       CLOSE-TRANSFER-FILES.
           IF FS-XFERHDR-OK
               CLOSE XFERHDR-FILE
           END-IF.
           IF FS-XFERLINE-OK
               CLOSE XFERLINE-FILE
           END-IF.
           IF FS-WAYBILL-OK
               CLOSE WAYBILL-FILE
           END-IF.

       TERMINATE-FILES.
           CLOSE BRSUGG-FILE.
           CLOSE BRCOVER-FILE.
           CLOSE BRANCH-STOCK-FILE.
           CLOSE PRODUCTS-FILE.
           DISPLAY "PROGRAM FINISHED.".
