      *          promos, kit parents and components, serial units,
      *          quantity breaks, contract prices, standing-order
      *          lines, reservations, branch stock, sale-lot
      *          capture, the period summary, open layaway and
      *          parked-ticket lines, licence plates, substitutes,
      *          supplier item cross-references, special orders,
      *          pending cost changes, coupons, competitor price
      *          surveys, the quarantine ledger, van loads and
      *          service jobs and their part lines - so KARDEX
      *          and margin reporting stay in one piece and nothing
      *          keeps pointing at the dead code. Sales lines are
      *          found through the SELLS.DAT VENTA-CODIGO key.
      *          Refuses to run when the target code already exists,
      *          takes the PRODUCTS lock like every other updater,
      *          and writes AUDIT.LOG records for the old and new
      *          codes plus a count of everything touched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT MOVES-FILE ASSIGN TO "STOCKMOVES.DAT"
                  WITH DUPLICATES
               FILE STATUS IS FS-RESERVE.

           SELECT PLATE-FILE ASSIGN TO "PLATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLT-NUMBER
               ALTERNATE RECORD KEY IS PLT-PROD-CODE WITH DUPLICATES
               FILE STATUS IS FS-PLATE.

           SELECT BRANCH-STOCK-FILE ASSIGN TO "BRANCHSTK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARK-KEY
               FILE STATUS IS FS-PARKED.

           SELECT SUBST-FILE ASSIGN TO "SUBST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUBST-KEY
               FILE STATUS IS FS-SUBST.

           SELECT SUPPXREF-FILE ASSIGN TO "SUPPXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SXR-KEY
               ALTERNATE RECORD KEY IS SXR-ITEM-KEY
               FILE STATUS IS FS-SUPPXREF.

           SELECT SPECORD-FILE ASSIGN TO "SPECORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-NUMBER
               ALTERNATE RECORD KEY IS SO-PO-REF WITH DUPLICATES
               FILE STATUS IS FS-SPECORD.

           SELECT PENDCOST-FILE ASSIGN TO "PENDCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCST-KEY
               FILE STATUS IS FS-PENDCOST.

           SELECT COUPON-FILE ASSIGN TO "COUPON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPN-CODE
               FILE STATUS IS FS-COUPON.

           SELECT COMPSURV-FILE ASSIGN TO "COMPSURV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSV-KEY
               FILE STATUS IS FS-COMPSURV.

           SELECT QUARANTINE-FILE ASSIGN TO "QUARANTINE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-QUARANTINE.

           SELECT VANLOAD-FILE ASSIGN TO "VANLOAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VL-KEY
               FILE STATUS IS FS-VANLOAD.

           SELECT SVCJOB-FILE ASSIGN TO "SVCJOB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SJ-NUMBER
               FILE STATUS IS FS-SVCJOB.

           SELECT SVCLINE-FILE ASSIGN TO "SVCLINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS FS-SVCLINE.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.
       FD  RESERVE-FILE.
       COPY RESERVE-RECORD.

       FD  PLATE-FILE.
       COPY PLATE-RECORD.

       FD  BRANCH-STOCK-FILE.
       COPY BRANCH-STOCK-RECORD.

       FD  PARKED-FILE.
       COPY PARKED-RECORD.

       FD  SUBST-FILE.
       COPY SUBST-RECORD.

       FD  SUPPXREF-FILE.
       COPY SUPPXREF-RECORD.

       FD  SPECORD-FILE.
       COPY SPECORD-RECORD.

       FD  PENDCOST-FILE.
       COPY PENDCOST-RECORD.

       FD  COUPON-FILE.
       COPY COUPON-RECORD.

       FD  COMPSURV-FILE.
       COPY COMPSURV-RECORD.

       FD  QUARANTINE-FILE.
       COPY QUARANTINE-RECORD.

       FD  VANLOAD-FILE.
       COPY VANLOAD-RECORD.

       FD  SVCJOB-FILE.
       COPY SVCJOB-RECORD.

       FD  SVCLINE-FILE.
       COPY SVCLINE-RECORD.

       FD  AUDIT-LOG-FILE.
       COPY AUDIT-RECORD.

           88 FS-RESERVE-OK     VALUE "00".
           88 FS-RESERVE-EOF    VALUE "10".
           88 FS-RESERVE-NOT-EXIST VALUE "35".
       01  FS-PLATE             PIC XX.
           88 FS-PLATE-OK       VALUE "00".
           88 FS-PLATE-EOF      VALUE "10".
           88 FS-PLATE-NOT-EXIST VALUE "35".

       01  FS-BRANCH-STOCK      PIC XX.
           88 FS-BRANCH-OK      VALUE "00".
           88 FS-PARKED-EOF     VALUE "10".
           88 FS-PARKED-NOT-EXIST VALUE "35".

       01  FS-SUBST             PIC XX.
           88 FS-SUBST-OK       VALUE "00".
           88 FS-SUBST-EOF      VALUE "10".
           88 FS-SUBST-NOT-EXIST VALUE "35".

       01  FS-SUPPXREF          PIC XX.
           88 FS-SUPPXREF-OK    VALUE "00".
           88 FS-SUPPXREF-EOF   VALUE "10".
           88 FS-SUPPXREF-NOT-EXIST VALUE "35".

       01  FS-SPECORD           PIC XX.
           88 FS-SPECORD-OK     VALUE "00".
           88 FS-SPECORD-EOF    VALUE "10".
           88 FS-SPECORD-NOT-EXIST VALUE "35".

       01  FS-PENDCOST          PIC XX.
           88 FS-PENDCOST-OK    VALUE "00".
           88 FS-PENDCOST-NOT-EXIST VALUE "35".

       01  FS-COUPON            PIC XX.
           88 FS-COUPON-OK      VALUE "00".
           88 FS-COUPON-EOF     VALUE "10".
           88 FS-COUPON-NOT-EXIST VALUE "35".

       01  FS-COMPSURV          PIC XX.
           88 FS-COMPSURV-OK    VALUE "00".
           88 FS-COMPSURV-EOF   VALUE "10".
           88 FS-COMPSURV-NOT-EXIST VALUE "35".

       01  FS-QUARANTINE        PIC XX.
           88 FS-QUARANTINE-OK  VALUE "00".
           88 FS-QUARANTINE-EOF VALUE "10".
           88 FS-QUARANTINE-NOT-EXIST VALUE "35".

       01  FS-VANLOAD           PIC XX.
           88 FS-VANLOAD-OK     VALUE "00".
           88 FS-VANLOAD-EOF    VALUE "10".
           88 FS-VANLOAD-NOT-EXIST VALUE "35".

       01  FS-SVCJOB            PIC XX.
           88 FS-SVCJOB-OK      VALUE "00".
           88 FS-SVCJOB-EOF     VALUE "10".
           88 FS-SVCJOB-NOT-EXIST VALUE "35".

       01  FS-SVCLINE           PIC XX.
           88 FS-SVCLINE-OK     VALUE "00".
           88 FS-SVCLINE-EOF    VALUE "10".
           88 FS-SVCLINE-NOT-EXIST VALUE "35".

       01  FS-AUDIT-LOG         PIC XX.
           88 FS-AUDIT-OK       VALUE "00".
           88 FS-AUDIT-NOT-EXIST VALUE "35".
       01  WS-NEW-CODE          PIC X(5).
       01  WS-CONFIRM           PIC X.
           88 WS-CONFIRM-YES    VALUE "Y", "y".
       01  WS-SAVED-PRODUCT     PIC X(150).

       01  WS-SALES-MOVED       PIC 9(5) VALUE ZERO.
       01  WS-MOVES-MOVED       PIC 9(5) VALUE ZERO.
       01  WS-STANDORDS-MOVED   PIC 9(5) VALUE ZERO.
       01  WS-RESERVES-MOVED    PIC 9(5) VALUE ZERO.
       01  WS-BRANCHES-MOVED    PIC 9(5) VALUE ZERO.
       01  WS-PLATES-MOVED      PIC 9(5) VALUE ZERO.
       01  WS-SALELOTS-MOVED    PIC 9(5) VALUE ZERO.
       01  WS-PERSUMS-MOVED     PIC 9(5) VALUE ZERO.
       01  WS-LAYAWAYS-MOVED    PIC 9(5) VALUE ZERO.
       01  WS-PARKS-MOVED       PIC 9(5) VALUE ZERO.
       01  WS-SUBSTS-MOVED      PIC 9(5) VALUE ZERO.
       01  WS-XREFS-MOVED       PIC 9(5) VALUE ZERO.
       01  WS-SPECORDS-MOVED    PIC 9(5) VALUE ZERO.
       01  WS-PENDCOSTS-MOVED   PIC 9(5) VALUE ZERO.
       01  WS-COUPONS-MOVED     PIC 9(5) VALUE ZERO.
       01  WS-SURVEYS-MOVED     PIC 9(5) VALUE ZERO.
       01  WS-QUARANTINE-MOVED  PIC 9(5) VALUE ZERO.
       01  WS-VANLOADS-MOVED    PIC 9(5) VALUE ZERO.
       01  WS-SVCJOBS-MOVED     PIC 9(5) VALUE ZERO.
       01  WS-SVCLINES-MOVED    PIC 9(5) VALUE ZERO.
       01  WS-KIT-PENDING       PIC X.
           88 WS-KIT-FOUND-ONE  VALUE "Y".
       01  WS-SAVED-KIT-COMP    PIC X(5).
       01  WS-SAVED-CON-START   PIC 9(8).
       01  WS-SAVED-CON-END     PIC 9(8).
       01  WS-SAVED-QTYBREAK    PIC X(50).
       01  WS-SAVED-PROMO       PIC X(45).
       01  WS-LOT-PENDING       PIC X.
           88 WS-LOT-FOUND-ONE  VALUE "Y".
       01  WS-SAVED-LOT-NUMBER  PIC X(10).
           88 WS-PERSUM-FOUND-ONE VALUE "Y".
       01  WS-SAVED-PS-DATE     PIC 9(8).
       01  WS-SAVED-PS-TENDER   PIC X(1).
       01  WS-SAVED-PS-BRANCH   PIC X(2).
       01  WS-SAVED-PS-UNITS    PIC S9(7).
       01  WS-SAVED-PS-REVENUE  PIC S9(11)V99.
       01  WS-SAVED-PS-COST     PIC S9(11)V99.
       01  WS-SUBST-PENDING     PIC X.
           88 WS-SUBST-FOUND-ONE VALUE "Y".
       01  WS-SAVED-SUBST       PIC X(12).
       01  WS-XREF-PENDING      PIC X.
           88 WS-XREF-FOUND-ONE VALUE "Y".
       01  WS-SAVED-XREF        PIC X(53).
       01  WS-PENDCOST-PENDING  PIC X.
           88 WS-PENDCOST-FOUND-ONE VALUE "Y".
       01  WS-SAVED-PENDCOST    PIC X(34).
       01  WS-SURVEY-PENDING    PIC X.
           88 WS-SURVEY-FOUND-ONE VALUE "Y".
       01  WS-SAVED-SURVEY      PIC X(36).
       01  WS-VANLOAD-PENDING   PIC X.
           88 WS-VANLOAD-FOUND-ONE VALUE "Y".
       01  WS-SAVED-VANLOAD     PIC X(65).

       01  WS-LOCK-ACTION       PIC X.
       01  WS-LOCK-NAME         PIC X(12) VALUE "PRODUCTS".
       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
                   PERFORM REKEY-PERIOD-SUMMARY
                   PERFORM REKEY-LAYAWAYS
                   PERFORM REKEY-PARKED-LINES
                   PERFORM REKEY-PLATES
                   PERFORM REKEY-SUBSTITUTES
                   PERFORM REKEY-SUBSTITUTE-ALTS
                   PERFORM REKEY-SUPPLIER-XREF
                   PERFORM REKEY-SPECIAL-ORDERS
                   PERFORM REKEY-PENDING-COSTS
                   PERFORM REKEY-COUPONS
                   PERFORM REKEY-SURVEYS
                   PERFORM REKEY-QUARANTINE
                   PERFORM REKEY-VAN-LOADS
                   PERFORM REKEY-SERVICE-JOBS
                   PERFORM REKEY-SERVICE-LINES
                   PERFORM WRITE-AUDIT-TRAIL
                   DISPLAY " "
                   DISPLAY "SALES RE-KEYED:      " WS-SALES-MOVED
                   DISPLAY "LAYAWAY LINES RE-KEYED: "
                      WS-LAYAWAYS-MOVED
                   DISPLAY "PARKED LINES RE-KEYED: " WS-PARKS-MOVED
                   DISPLAY "PLATES RE-KEYED:     " WS-PLATES-MOVED
                   DISPLAY "SUBSTITUTES RE-KEYED: " WS-SUBSTS-MOVED
                   DISPLAY "SUPPLIER XREFS RE-KEYED: " WS-XREFS-MOVED
                   DISPLAY "SPECIAL ORDERS RE-KEYED: "
                      WS-SPECORDS-MOVED
                   DISPLAY "PENDING COSTS RE-KEYED: "
                      WS-PENDCOSTS-MOVED
                   DISPLAY "COUPONS RE-KEYED:    " WS-COUPONS-MOVED
                   DISPLAY "SURVEYS RE-KEYED:    " WS-SURVEYS-MOVED
                   DISPLAY "QUARANTINE ROWS RE-KEYED: "
                      WS-QUARANTINE-MOVED
                   DISPLAY "VAN LOADS RE-KEYED:  " WS-VANLOADS-MOVED
                   DISPLAY "SERVICE JOBS RE-KEYED: " WS-SVCJOBS-MOVED
                   DISPLAY "SERVICE LINES RE-KEYED: "
                      WS-SVCLINES-MOVED
                   DISPLAY "PRODUCT " WS-OLD-CODE " IS NOW "
                      WS-NEW-CODE
               END-IF
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O MOVES-FILE.
           IF FS-MOVES-NOT-EXIST
               DISPLAY "RESERVE.DAT NOT ON FILE - NO RESERVATIONS "
                  "TO RE-KEY"
           END-IF.
           OPEN I-O PLATE-FILE.
           IF FS-PLATE-NOT-EXIST
               DISPLAY "PLATE.DAT NOT ON FILE - NO LICENCE PLATES "
                  "TO RE-KEY"
           END-IF.
           OPEN I-O BRANCH-STOCK-FILE.
           IF FS-BRANCH-NOT-EXIST
               DISPLAY "BRANCHSTK.DAT NOT ON FILE - NO BRANCH "
               DISPLAY "PARKED.DAT NOT ON FILE - NO PARKED "
                  "TICKETS TO RE-KEY"
           END-IF.
           OPEN I-O SUBST-FILE.
           IF FS-SUBST-NOT-EXIST
               DISPLAY "SUBST.DAT NOT ON FILE - NO SUBSTITUTES "
                  "TO RE-KEY"
           END-IF.
           OPEN I-O SUPPXREF-FILE.
           IF FS-SUPPXREF-NOT-EXIST
               DISPLAY "SUPPXREF.DAT NOT ON FILE - NO SUPPLIER "
                  "ITEMS TO RE-KEY"
           END-IF.
           OPEN I-O SPECORD-FILE.
           IF FS-SPECORD-NOT-EXIST
               DISPLAY "SPECORD.DAT NOT ON FILE - NO SPECIAL "
                  "ORDERS TO RE-KEY"
           END-IF.
           OPEN I-O PENDCOST-FILE.
           IF FS-PENDCOST-NOT-EXIST
               DISPLAY "PENDCOST.DAT NOT ON FILE - NO PENDING "
                  "COSTS TO RE-KEY"
           END-IF.
           OPEN I-O COUPON-FILE.
           IF FS-COUPON-NOT-EXIST
               DISPLAY "COUPON.DAT NOT ON FILE - NO COUPONS "
                  "TO RE-KEY"
           END-IF.
           OPEN I-O COMPSURV-FILE.
           IF FS-COMPSURV-NOT-EXIST
               DISPLAY "COMPSURV.DAT NOT ON FILE - NO SURVEYS "
                  "TO RE-KEY"
           END-IF.
           OPEN I-O QUARANTINE-FILE.
           IF FS-QUARANTINE-NOT-EXIST
               DISPLAY "QUARANTINE.DAT NOT ON FILE - NO "
                  "QUARANTINE ROWS TO RE-KEY"
           END-IF.
           OPEN I-O VANLOAD-FILE.
           IF FS-VANLOAD-NOT-EXIST
               DISPLAY "VANLOAD.DAT NOT ON FILE - NO VAN LOADS "
                  "TO RE-KEY"
           END-IF.
           OPEN I-O SVCJOB-FILE.
           IF FS-SVCJOB-NOT-EXIST
               DISPLAY "SVCJOB.DAT NOT ON FILE - NO SERVICE JOBS "
                  "TO RE-KEY"
           END-IF.
           OPEN I-O SVCLINE-FILE.
           IF FS-SVCLINE-NOT-EXIST
               DISPLAY "SVCLINE.DAT NOT ON FILE - NO SERVICE "
                  "LINES TO RE-KEY"
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF FS-AUDIT-NOT-EXIST
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       VALIDATE-CODES.
           DELETE PRODUCTS-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING OLD MASTER: " FS-PRODUCTS
                   MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                   MOVE "REKEY-PRODUCT-MASTER" TO ERP-PARAGRAPH
                   MOVE "PRODUCTS.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-PRODUCTS TO ERP-STATUS
                   MOVE PROD-CODE TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-DELETE.
           MOVE WS-SAVED-PRODUCT TO PRODUCTS-RECORD.
           MOVE WS-NEW-CODE TO PROD-CODE.
           WRITE PRODUCTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING NEW MASTER: " FS-PRODUCTS
                   MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                   MOVE "REKEY-PRODUCT-MASTER" TO ERP-PARAGRAPH
                   MOVE "PRODUCTS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-PRODUCTS TO ERP-STATUS
                   MOVE PROD-CODE TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-WRITE.

      * Sales lines are reached through the VENTA-CODIGO key. Each
      * rewrite moves the line out of the old code's key range, so
      * the start is repeated until no old-code line is left.
       REKEY-SALES.
           PERFORM READ-NEXT-SALE.
           PERFORM REKEY-ONE-SALE UNTIL FS-VENTAS-EOF.

       READ-NEXT-SALE.
           MOVE WS-OLD-CODE TO VENTA-CODIGO.
           START VENTAS-FILE KEY IS = VENTA-CODIGO
               INVALID KEY
                   SET FS-VENTAS-EOF TO TRUE
           END-START.
           IF NOT FS-VENTAS-EOF
               READ VENTAS-FILE NEXT RECORD
                   AT END
                       SET FS-VENTAS-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT FS-VENTAS-EOF
               IF VENTA-CODIGO NOT = WS-OLD-CODE
                   SET FS-VENTAS-EOF TO TRUE
               END-IF
           END-IF.

       REKEY-ONE-SALE.
           IF VENTA-CODIGO = WS-OLD-CODE
                   INVALID KEY
                       DISPLAY "ERROR RE-KEYING SALE "
                          VENTA-NUMERO ": " FS-VENTAS
                       MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                       MOVE "REKEY-ONE-SALE" TO ERP-PARAGRAPH
                       MOVE "SELLS.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-VENTAS TO ERP-STATUS
                       MOVE VENTA-NUMERO TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       SET FS-VENTAS-EOF TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SALES-MOVED
               END-REWRITE
           END-IF.
           IF NOT FS-VENTAS-EOF
               PERFORM READ-NEXT-SALE
           END-IF.

       REKEY-STOCK-MOVES.
           IF FS-MOVES-OK
                   ADD 1 TO WS-MOVES-MOVED
               ELSE
                   DISPLAY "ERROR RE-KEYING MOVEMENT: " FS-MOVES
                   MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                   MOVE "REKEY-ONE-MOVE" TO ERP-PARAGRAPH
                   MOVE "STOCKMOVES.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-MOVES TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.
           PERFORM READ-NEXT-MOVE.
               ELSE
                   DISPLAY "ERROR RE-KEYING BIN " IDNUM ": "
                      FS-RELATIVE
                   MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                   MOVE "REKEY-ONE-BIN" TO ERP-PARAGRAPH
                   MOVE "relativo.dat" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-RELATIVE TO ERP-STATUS
                   MOVE WS-RELATIVE-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.
           PERFORM READ-NEXT-BIN.
           DELETE LOTS-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING LOT: " FS-LOTS
                   MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                   MOVE "MOVE-ONE-LOT" TO ERP-PARAGRAPH
                   MOVE "LOTS.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-LOTS TO ERP-STATUS
                   MOVE LOT-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-NEW-CODE TO LOT-PROD-CODE
                   MOVE WS-SAVED-LOT-NUMBER TO LOT-NUMBER
                       INVALID KEY
                           DISPLAY "ERROR RE-WRITING LOT "
                              WS-SAVED-LOT-NUMBER ": " FS-LOTS
                           MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                           MOVE "MOVE-ONE-LOT" TO ERP-PARAGRAPH
                           MOVE "LOTS.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-LOTS TO ERP-STATUS
                           MOVE LOT-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           ADD 1 TO WS-LOTS-MOVED
                           MOVE "Y" TO WS-LOT-PENDING
                   INVALID KEY
                       DISPLAY "ERROR RE-KEYING PO " PO-NUMBER
                          " LINE " PO-LINE ": " FS-PURCHORD
                       MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                       MOVE "REKEY-ONE-PO-LINE" TO ERP-PARAGRAPH
                       MOVE "PURCHORD.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-PURCHORD TO ERP-STATUS
                       MOVE PO-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-PO-LINES-MOVED
               END-REWRITE
                   INVALID KEY
                       DISPLAY "ERROR RE-KEYING BO " BO-NUMBER ": "
                          FS-BACKORDER
                       MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                       MOVE "REKEY-ONE-BACKORDER" TO ERP-PARAGRAPH
                       MOVE "BACKORDER.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-BACKORDER TO ERP-STATUS
                       MOVE BO-NUMBER TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-BOS-MOVED
               END-REWRITE
                           INVALID KEY
                               DISPLAY "ERROR RE-KEYING PROMO: "
                                  FS-PROMO
                               MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                               MOVE "REKEY-PROMO" TO ERP-PARAGRAPH
                               MOVE "PROMO.DAT" TO ERP-FILE
                               MOVE "WRITE" TO ERP-OPERATION
                               MOVE FS-PROMO TO ERP-STATUS
                               MOVE PROMO-PROD-CODE TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               ADD 1 TO WS-PROMOS-MOVED
                       END-WRITE
           DELETE KIT-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING KIT ROW: " FS-KIT
                   MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                   MOVE "MOVE-ONE-KIT-PARENT" TO ERP-PARAGRAPH
                   MOVE "KIT.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-KIT TO ERP-STATUS
                   MOVE KIT-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-NEW-CODE TO KIT-PROD-CODE
                   MOVE WS-SAVED-KIT-COMP TO KIT-COMPONENT-CODE
                       INVALID KEY
                           DISPLAY "ERROR RE-WRITING KIT ROW: "
                              FS-KIT
                           MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                           MOVE "MOVE-ONE-KIT-PARENT" TO ERP-PARAGRAPH
                           MOVE "KIT.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-KIT TO ERP-STATUS
                           MOVE KIT-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           ADD 1 TO WS-KITS-MOVED
                           MOVE "Y" TO WS-KIT-PENDING
           DELETE KIT-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING KIT ROW: " FS-KIT
                   MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                   MOVE "MOVE-ONE-KIT-COMPONENT" TO ERP-PARAGRAPH
                   MOVE "KIT.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-KIT TO ERP-STATUS
                   MOVE KIT-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-SAVED-KIT-PARENT TO KIT-PROD-CODE
                   MOVE WS-NEW-CODE TO KIT-COMPONENT-CODE
                       INVALID KEY
                           DISPLAY "ERROR RE-WRITING KIT ROW: "
                              FS-KIT
                           MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                           MOVE "MOVE-ONE-KIT-COMPONENT"
                              TO ERP-PARAGRAPH
                           MOVE "KIT.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-KIT TO ERP-STATUS
                           MOVE KIT-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           ADD 1 TO WS-KITS-MOVED
                           MOVE "Y" TO WS-KIT-PENDING
           DELETE SERIAL-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING SERIAL: " FS-SERIAL
                   MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                   MOVE "MOVE-ONE-SERIAL" TO ERP-PARAGRAPH
                   MOVE "SERIAL.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-SERIAL TO ERP-STATUS
                   MOVE SER-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-NEW-CODE TO SER-PROD-CODE
                   MOVE WS-SAVED-SERIAL TO SER-SERIAL-NUMBER
                       INVALID KEY
                           DISPLAY "ERROR RE-WRITING SERIAL "
                              WS-SAVED-SERIAL ": " FS-SERIAL
                           MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                           MOVE "MOVE-ONE-SERIAL" TO ERP-PARAGRAPH
                           MOVE "SERIAL.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-SERIAL TO ERP-STATUS
                           MOVE SER-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           ADD 1 TO WS-SERIALS-MOVED
                           MOVE "Y" TO WS-SERIAL-PENDING
                           INVALID KEY
                               DISPLAY "ERROR RE-KEYING QTY "
                                  "BREAKS: " FS-QTYBREAK
                               MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                               MOVE "REKEY-QTYBREAK" TO ERP-PARAGRAPH
                               MOVE "QTYBREAK.DAT" TO ERP-FILE
                               MOVE "WRITE" TO ERP-OPERATION
                               MOVE FS-QTYBREAK TO ERP-STATUS
                               MOVE QB-PROD-CODE TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               ADD 1 TO WS-BREAKS-MOVED
                       END-WRITE
           DELETE CONTRACT-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING CONTRACT: " FS-CONTRACT
                   MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                   MOVE "MOVE-ONE-CONTRACT" TO ERP-PARAGRAPH
                   MOVE "CONTRACT.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-CONTRACT TO ERP-STATUS
                   MOVE CONTRACT-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-SAVED-CON-CLIENTE
                      TO CONTRACT-CLAVE-CLIENTE
                       INVALID KEY
                           DISPLAY "ERROR RE-WRITING CONTRACT: "
                              FS-CONTRACT
                           MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                           MOVE "MOVE-ONE-CONTRACT" TO ERP-PARAGRAPH
                           MOVE "CONTRACT.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-CONTRACT TO ERP-STATUS
                           MOVE CONTRACT-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           ADD 1 TO WS-CONTRACTS-MOVED
                           MOVE "Y" TO WS-CONTRACT-PENDING
           END-READ.

       REKEY-ONE-STANDORD.
           IF SO-PROD-CODE OF STANDORD-RECORD = WS-OLD-CODE
               MOVE WS-NEW-CODE TO SO-PROD-CODE OF STANDORD-RECORD
               REWRITE STANDORD-RECORD
                   INVALID KEY
                       DISPLAY "ERROR RE-KEYING STANDING ORDER "
                          SO-KEY ": " FS-STANDORD
                       MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                       MOVE "REKEY-ONE-STANDORD" TO ERP-PARAGRAPH
                       MOVE "STANDORD.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-STANDORD TO ERP-STATUS
                       MOVE SO-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-STANDORDS-MOVED
               END-REWRITE
                   INVALID KEY
                       DISPLAY "ERROR RE-KEYING RESERVATION "
                          RSV-KEY ": " FS-RESERVE
                       MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                       MOVE "REKEY-ONE-RESERVATION" TO ERP-PARAGRAPH
                       MOVE "RESERVE.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-RESERVE TO ERP-STATUS
                       MOVE RSV-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-RESERVES-MOVED
               END-REWRITE
           END-IF.
           PERFORM READ-NEXT-RESERVATION.

       REKEY-PLATES.
           IF FS-PLATE-OK
               PERFORM READ-NEXT-PLATE
               PERFORM REKEY-ONE-PLATE UNTIL FS-PLATE-EOF
           END-IF.

       READ-NEXT-PLATE.
           READ PLATE-FILE NEXT RECORD
               AT END
                   SET FS-PLATE-EOF TO TRUE
           END-READ.

       REKEY-ONE-PLATE.
           IF PLT-PROD-CODE = WS-OLD-CODE
               MOVE WS-NEW-CODE TO PLT-PROD-CODE
               REWRITE PLATE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR RE-KEYING PLATE "
                          PLT-NUMBER ": " FS-PLATE
                       MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                       MOVE "REKEY-ONE-PLATE" TO ERP-PARAGRAPH
                       MOVE "PLATE.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-PLATE TO ERP-STATUS
                       MOVE PLT-NUMBER TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-PLATES-MOVED
               END-REWRITE
           END-IF.
           PERFORM READ-NEXT-PLATE.

       REKEY-BRANCH-STOCK.
           IF FS-BRANCH-OK
               MOVE "Y" TO WS-BRANCH-PENDING
               INVALID KEY
                   DISPLAY "ERROR DELETING BRANCH STOCK: "
                      FS-BRANCH-STOCK
                   MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                   MOVE "MOVE-ONE-BRANCH" TO ERP-PARAGRAPH
                   MOVE "BRANCHSTK.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-BRANCH-STOCK TO ERP-STATUS
                   MOVE BR-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-NEW-CODE TO BR-PROD-CODE
                   MOVE WS-SAVED-BR-BRANCH TO BR-BRANCH
                           DISPLAY "ERROR RE-WRITING BRANCH "
                              WS-SAVED-BR-BRANCH ": "
                              FS-BRANCH-STOCK
                           MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                           MOVE "MOVE-ONE-BRANCH" TO ERP-PARAGRAPH
                           MOVE "BRANCHSTK.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-BRANCH-STOCK TO ERP-STATUS
                           MOVE BR-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           ADD 1 TO WS-BRANCHES-MOVED
                           MOVE "Y" TO WS-BRANCH-PENDING
           END-READ.

       REKEY-ONE-SALELOT.
           IF SL-PROD-CODE OF SALELOT-RECORD = WS-OLD-CODE
               MOVE WS-NEW-CODE TO SL-PROD-CODE OF SALELOT-RECORD
               REWRITE SALELOT-RECORD
               IF FS-SALELOT-OK
                   ADD 1 TO WS-SALELOTS-MOVED
               ELSE
                   DISPLAY "ERROR RE-KEYING SALE LOT: " FS-SALELOT
                   MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                   MOVE "REKEY-ONE-SALELOT" TO ERP-PARAGRAPH
                   MOVE "SALELOTS.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-SALELOT TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.
           PERFORM READ-NEXT-SALELOT.
       MOVE-ONE-PERSUM.
           MOVE PS-DATE TO WS-SAVED-PS-DATE.
           MOVE PS-TENDER TO WS-SAVED-PS-TENDER.
           MOVE PS-BRANCH TO WS-SAVED-PS-BRANCH.
           MOVE PS-UNITS TO WS-SAVED-PS-UNITS.
           MOVE PS-REVENUE TO WS-SAVED-PS-REVENUE.
           MOVE PS-COST TO WS-SAVED-PS-COST.
           DELETE PERSUM-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING SUMMARY ROW: " FS-PERSUM
                   MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                   MOVE "MOVE-ONE-PERSUM" TO ERP-PARAGRAPH
                   MOVE "PERSUM.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-PERSUM TO ERP-STATUS
                   MOVE PS-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-SAVED-PS-DATE TO PS-DATE
                   MOVE WS-NEW-CODE TO PS-PROD-CODE
                   MOVE WS-SAVED-PS-TENDER TO PS-TENDER
                   MOVE WS-SAVED-PS-BRANCH TO PS-BRANCH
                   MOVE WS-SAVED-PS-UNITS TO PS-UNITS
                   MOVE WS-SAVED-PS-REVENUE TO PS-REVENUE
                   MOVE WS-SAVED-PS-COST TO PS-COST
                       INVALID KEY
                           DISPLAY "ERROR RE-WRITING SUMMARY ROW "
                              WS-SAVED-PS-DATE ": " FS-PERSUM
                           MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                           MOVE "MOVE-ONE-PERSUM" TO ERP-PARAGRAPH
                           MOVE "PERSUM.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-PERSUM TO ERP-STATUS
                           MOVE PS-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           ADD 1 TO WS-PERSUMS-MOVED
                           MOVE "Y" TO WS-PERSUM-PENDING
                   INVALID KEY
                       DISPLAY "ERROR RE-KEYING LAYAWAY "
                          LAY-NUMBER ": " FS-LAYAWAY
                       MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                       MOVE "REKEY-ONE-LAYAWAY" TO ERP-PARAGRAPH
                       MOVE "LAYAWAY.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-LAYAWAY TO ERP-STATUS
                       MOVE LAY-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-LAYAWAYS-MOVED
               END-REWRITE
                   INVALID KEY
                       DISPLAY "ERROR RE-KEYING PARKED TICKET "
                          PARK-CODE ": " FS-PARKED
                       MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                       MOVE "REKEY-ONE-PARKED" TO ERP-PARAGRAPH
                       MOVE "PARKED.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-PARKED TO ERP-STATUS
                       MOVE PARK-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-PARKS-MOVED
               END-REWRITE
           END-IF.
           PERFORM READ-NEXT-PARKED.

      * The old code appears on SUBST.DAT both as the item being
      * substituted (part of the key) and as another item's
      * alternate, so the file is passed twice.
       REKEY-SUBSTITUTES.
           IF FS-SUBST-OK
               MOVE "Y" TO WS-SUBST-PENDING
               PERFORM REKEY-NEXT-SUBSTITUTE
                  UNTIL NOT WS-SUBST-FOUND-ONE
               MOVE "00" TO FS-SUBST
           END-IF.

       REKEY-NEXT-SUBSTITUTE.
           MOVE "N" TO WS-SUBST-PENDING.
           MOVE WS-OLD-CODE TO SUBST-PROD-CODE.
           MOVE ZERO TO SUBST-RANK.
           START SUBST-FILE KEY IS >= SUBST-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-SUBST-OK
               READ SUBST-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SUBST-PROD-CODE = WS-OLD-CODE
                           PERFORM MOVE-ONE-SUBSTITUTE
                       END-IF
               END-READ
           END-IF.

       MOVE-ONE-SUBSTITUTE.
           MOVE SUBST-RECORD TO WS-SAVED-SUBST.
           DELETE SUBST-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING SUBSTITUTE: " FS-SUBST
                   MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                   MOVE "MOVE-ONE-SUBSTITUTE" TO ERP-PARAGRAPH
                   MOVE "SUBST.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-SUBST TO ERP-STATUS
                   MOVE SUBST-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-SAVED-SUBST TO SUBST-RECORD
                   MOVE WS-NEW-CODE TO SUBST-PROD-CODE
                   WRITE SUBST-RECORD
                       INVALID KEY
                           DISPLAY "ERROR RE-WRITING SUBSTITUTE: "
                              FS-SUBST
                           MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                           MOVE "MOVE-ONE-SUBSTITUTE" TO ERP-PARAGRAPH
                           MOVE "SUBST.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-SUBST TO ERP-STATUS
                           MOVE SUBST-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           ADD 1 TO WS-SUBSTS-MOVED
                           MOVE "Y" TO WS-SUBST-PENDING
                   END-WRITE
           END-DELETE.

       REKEY-SUBSTITUTE-ALTS.
           IF FS-SUBST-OK
               MOVE LOW-VALUES TO SUBST-KEY
               START SUBST-FILE KEY IS >= SUBST-KEY
                   INVALID KEY
                       SET FS-SUBST-EOF TO TRUE
               END-START
               IF NOT FS-SUBST-EOF
                   PERFORM READ-NEXT-SUBSTITUTE
               END-IF
               PERFORM REKEY-ONE-SUBSTITUTE-ALT UNTIL FS-SUBST-EOF
           END-IF.

       READ-NEXT-SUBSTITUTE.
           READ SUBST-FILE NEXT RECORD
               AT END
                   SET FS-SUBST-EOF TO TRUE
           END-READ.

       REKEY-ONE-SUBSTITUTE-ALT.
           IF SUBST-ALT-CODE = WS-OLD-CODE
               MOVE WS-NEW-CODE TO SUBST-ALT-CODE
               REWRITE SUBST-RECORD
                   INVALID KEY
                       DISPLAY "ERROR RE-KEYING SUBSTITUTE "
                          SUBST-KEY ": " FS-SUBST
                       MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                       MOVE "REKEY-ONE-SUBSTITUTE-ALT" TO ERP-PARAGRAPH
                       MOVE "SUBST.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-SUBST TO ERP-STATUS
                       MOVE SUBST-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-SUBSTS-MOVED
               END-REWRITE
           END-IF.
           PERFORM READ-NEXT-SUBSTITUTE.

       REKEY-SUPPLIER-XREF.
           IF FS-SUPPXREF-OK
               MOVE "Y" TO WS-XREF-PENDING
               PERFORM REKEY-NEXT-XREF
                  UNTIL NOT WS-XREF-FOUND-ONE
               MOVE "00" TO FS-SUPPXREF
           END-IF.

       REKEY-NEXT-XREF.
           MOVE "N" TO WS-XREF-PENDING.
           MOVE LOW-VALUES TO SXR-KEY.
           START SUPPXREF-FILE KEY IS >= SXR-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-SUPPXREF-OK
               PERFORM SCAN-FOR-OLD-XREF
                  UNTIL FS-SUPPXREF-EOF OR WS-XREF-FOUND-ONE
           END-IF.

       SCAN-FOR-OLD-XREF.
           READ SUPPXREF-FILE NEXT RECORD
               AT END
                   SET FS-SUPPXREF-EOF TO TRUE
           END-READ.
           IF NOT FS-SUPPXREF-EOF
               IF SXR-PROD-CODE = WS-OLD-CODE
                   PERFORM MOVE-ONE-XREF
               END-IF
           END-IF.

       MOVE-ONE-XREF.
           MOVE SUPPXREF-RECORD TO WS-SAVED-XREF.
           DELETE SUPPXREF-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING SUPPLIER XREF: " FS-SUPPXREF
                   MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                   MOVE "MOVE-ONE-XREF" TO ERP-PARAGRAPH
                   MOVE "SUPPXREF.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-SUPPXREF TO ERP-STATUS
                   MOVE SXR-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-SAVED-XREF TO SUPPXREF-RECORD
                   MOVE WS-NEW-CODE TO SXR-PROD-CODE
                   WRITE SUPPXREF-RECORD
                       INVALID KEY
                           DISPLAY "ERROR RE-WRITING SUPPLIER XREF: "
                              FS-SUPPXREF
                           MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                           MOVE "MOVE-ONE-XREF" TO ERP-PARAGRAPH
                           MOVE "SUPPXREF.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-SUPPXREF TO ERP-STATUS
                           MOVE SXR-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           ADD 1 TO WS-XREFS-MOVED
                           MOVE "Y" TO WS-XREF-PENDING
                   END-WRITE
           END-DELETE.

       REKEY-SPECIAL-ORDERS.
           IF FS-SPECORD-OK
               PERFORM READ-NEXT-SPECORD
               PERFORM REKEY-ONE-SPECORD UNTIL FS-SPECORD-EOF
           END-IF.

       READ-NEXT-SPECORD.
           READ SPECORD-FILE NEXT RECORD
               AT END
                   SET FS-SPECORD-EOF TO TRUE
           END-READ.

       REKEY-ONE-SPECORD.
           IF SO-PROD-CODE OF SPECORD-RECORD = WS-OLD-CODE
               MOVE WS-NEW-CODE TO SO-PROD-CODE OF SPECORD-RECORD
               REWRITE SPECORD-RECORD
                   INVALID KEY
                       DISPLAY "ERROR RE-KEYING SPECIAL ORDER "
                          SO-NUMBER ": " FS-SPECORD
                       MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                       MOVE "REKEY-ONE-SPECORD" TO ERP-PARAGRAPH
                       MOVE "SPECORD.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-SPECORD TO ERP-STATUS
                       MOVE SO-NUMBER TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-SPECORDS-MOVED
               END-REWRITE
           END-IF.
           PERFORM READ-NEXT-SPECORD.

       REKEY-PENDING-COSTS.
           IF FS-PENDCOST-OK
               MOVE "Y" TO WS-PENDCOST-PENDING
               PERFORM REKEY-NEXT-PENDCOST
                  UNTIL NOT WS-PENDCOST-FOUND-ONE
               MOVE "00" TO FS-PENDCOST
           END-IF.

       REKEY-NEXT-PENDCOST.
           MOVE "N" TO WS-PENDCOST-PENDING.
           MOVE WS-OLD-CODE TO PCST-PROD-CODE.
           MOVE ZERO TO PCST-EFFECTIVE-DATE.
           START PENDCOST-FILE KEY IS >= PCST-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-PENDCOST-OK
               READ PENDCOST-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCST-PROD-CODE = WS-OLD-CODE
                           PERFORM MOVE-ONE-PENDCOST
                       END-IF
               END-READ
           END-IF.

       MOVE-ONE-PENDCOST.
           MOVE PENDCOST-RECORD TO WS-SAVED-PENDCOST.
           DELETE PENDCOST-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING PENDING COST: " FS-PENDCOST
                   MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                   MOVE "MOVE-ONE-PENDCOST" TO ERP-PARAGRAPH
                   MOVE "PENDCOST.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-PENDCOST TO ERP-STATUS
                   MOVE PCST-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-SAVED-PENDCOST TO PENDCOST-RECORD
                   MOVE WS-NEW-CODE TO PCST-PROD-CODE
                   WRITE PENDCOST-RECORD
                       INVALID KEY
                           DISPLAY "ERROR RE-WRITING PENDING COST: "
                              FS-PENDCOST
                           MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                           MOVE "MOVE-ONE-PENDCOST" TO ERP-PARAGRAPH
                           MOVE "PENDCOST.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-PENDCOST TO ERP-STATUS
                           MOVE PCST-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           ADD 1 TO WS-PENDCOSTS-MOVED
                           MOVE "Y" TO WS-PENDCOST-PENDING
                   END-WRITE
           END-DELETE.

       REKEY-COUPONS.
           IF FS-COUPON-OK
               PERFORM READ-NEXT-COUPON
               PERFORM REKEY-ONE-COUPON UNTIL FS-COUPON-EOF
           END-IF.

       READ-NEXT-COUPON.
           READ COUPON-FILE NEXT RECORD
               AT END
                   SET FS-COUPON-EOF TO TRUE
           END-READ.

       REKEY-ONE-COUPON.
           IF CPN-PROD-CODE = WS-OLD-CODE
               MOVE WS-NEW-CODE TO CPN-PROD-CODE
               REWRITE COUPON-RECORD
                   INVALID KEY
                       DISPLAY "ERROR RE-KEYING COUPON "
                          CPN-CODE ": " FS-COUPON
                       MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                       MOVE "REKEY-ONE-COUPON" TO ERP-PARAGRAPH
                       MOVE "COUPON.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-COUPON TO ERP-STATUS
                       MOVE CPN-CODE TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-COUPONS-MOVED
               END-REWRITE
           END-IF.
           PERFORM READ-NEXT-COUPON.

       REKEY-SURVEYS.
           IF FS-COMPSURV-OK
               MOVE "Y" TO WS-SURVEY-PENDING
               PERFORM REKEY-NEXT-SURVEY
                  UNTIL NOT WS-SURVEY-FOUND-ONE
               MOVE "00" TO FS-COMPSURV
           END-IF.

       REKEY-NEXT-SURVEY.
           MOVE "N" TO WS-SURVEY-PENDING.
           MOVE LOW-VALUES TO CSV-KEY.
           START COMPSURV-FILE KEY IS >= CSV-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-COMPSURV-OK
               PERFORM SCAN-FOR-OLD-SURVEY
                  UNTIL FS-COMPSURV-EOF OR WS-SURVEY-FOUND-ONE
           END-IF.

       SCAN-FOR-OLD-SURVEY.
           READ COMPSURV-FILE NEXT RECORD
               AT END
                   SET FS-COMPSURV-EOF TO TRUE
           END-READ.
           IF NOT FS-COMPSURV-EOF
               IF CSV-PROD-CODE = WS-OLD-CODE
                   PERFORM MOVE-ONE-SURVEY
               END-IF
           END-IF.

       MOVE-ONE-SURVEY.
           MOVE COMPSURV-RECORD TO WS-SAVED-SURVEY.
           DELETE COMPSURV-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING SURVEY: " FS-COMPSURV
                   MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                   MOVE "MOVE-ONE-SURVEY" TO ERP-PARAGRAPH
                   MOVE "COMPSURV.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-COMPSURV TO ERP-STATUS
                   MOVE CSV-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-SAVED-SURVEY TO COMPSURV-RECORD
                   MOVE WS-NEW-CODE TO CSV-PROD-CODE
                   WRITE COMPSURV-RECORD
                       INVALID KEY
                           DISPLAY "ERROR RE-WRITING SURVEY: "
                              FS-COMPSURV
                           MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                           MOVE "MOVE-ONE-SURVEY" TO ERP-PARAGRAPH
                           MOVE "COMPSURV.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-COMPSURV TO ERP-STATUS
                           MOVE CSV-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           ADD 1 TO WS-SURVEYS-MOVED
                           MOVE "Y" TO WS-SURVEY-PENDING
                   END-WRITE
           END-DELETE.

       REKEY-QUARANTINE.
           IF FS-QUARANTINE-OK
               PERFORM READ-NEXT-QUARANTINE
               PERFORM REKEY-ONE-QUARANTINE UNTIL FS-QUARANTINE-EOF
           END-IF.

       READ-NEXT-QUARANTINE.
           READ QUARANTINE-FILE
               AT END
                   SET FS-QUARANTINE-EOF TO TRUE
           END-READ.

       REKEY-ONE-QUARANTINE.
           IF QTN-PROD-CODE = WS-OLD-CODE
               MOVE WS-NEW-CODE TO QTN-PROD-CODE
               REWRITE QUARANTINE-RECORD
               IF FS-QUARANTINE-OK
                   ADD 1 TO WS-QUARANTINE-MOVED
               ELSE
                   DISPLAY "ERROR RE-KEYING QUARANTINE ROW: "
                      FS-QUARANTINE
                   MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                   MOVE "REKEY-ONE-QUARANTINE" TO ERP-PARAGRAPH
                   MOVE "QUARANTINE.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-QUARANTINE TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.
           PERFORM READ-NEXT-QUARANTINE.

       REKEY-VAN-LOADS.
           IF FS-VANLOAD-OK
               MOVE "Y" TO WS-VANLOAD-PENDING
               PERFORM REKEY-NEXT-VANLOAD
                  UNTIL NOT WS-VANLOAD-FOUND-ONE
               MOVE "00" TO FS-VANLOAD
           END-IF.

       REKEY-NEXT-VANLOAD.
           MOVE "N" TO WS-VANLOAD-PENDING.
           MOVE LOW-VALUES TO VL-KEY.
           START VANLOAD-FILE KEY IS >= VL-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-VANLOAD-OK
               PERFORM SCAN-FOR-OLD-VANLOAD
                  UNTIL FS-VANLOAD-EOF OR WS-VANLOAD-FOUND-ONE
           END-IF.

       SCAN-FOR-OLD-VANLOAD.
           READ VANLOAD-FILE NEXT RECORD
               AT END
                   SET FS-VANLOAD-EOF TO TRUE
           END-READ.
           IF NOT FS-VANLOAD-EOF
               IF VL-PROD-CODE = WS-OLD-CODE
                   PERFORM MOVE-ONE-VANLOAD
               END-IF
           END-IF.

       MOVE-ONE-VANLOAD.
           MOVE VANLOAD-RECORD TO WS-SAVED-VANLOAD.
           DELETE VANLOAD-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING VAN LOAD: " FS-VANLOAD
                   MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                   MOVE "MOVE-ONE-VANLOAD" TO ERP-PARAGRAPH
                   MOVE "VANLOAD.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-VANLOAD TO ERP-STATUS
                   MOVE VL-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-SAVED-VANLOAD TO VANLOAD-RECORD
                   MOVE WS-NEW-CODE TO VL-PROD-CODE
                   WRITE VANLOAD-RECORD
                       INVALID KEY
                           DISPLAY "ERROR RE-WRITING VAN LOAD: "
                              FS-VANLOAD
                           MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                           MOVE "MOVE-ONE-VANLOAD" TO ERP-PARAGRAPH
                           MOVE "VANLOAD.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-VANLOAD TO ERP-STATUS
                           MOVE VL-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           ADD 1 TO WS-VANLOADS-MOVED
                           MOVE "Y" TO WS-VANLOAD-PENDING
                   END-WRITE
           END-DELETE.

       REKEY-SERVICE-JOBS.
           IF FS-SVCJOB-OK
               PERFORM READ-NEXT-SVCJOB
               PERFORM REKEY-ONE-SVCJOB UNTIL FS-SVCJOB-EOF
           END-IF.

       READ-NEXT-SVCJOB.
           READ SVCJOB-FILE NEXT RECORD
               AT END
                   SET FS-SVCJOB-EOF TO TRUE
           END-READ.

       REKEY-ONE-SVCJOB.
           IF SJ-PROD-CODE = WS-OLD-CODE
               MOVE WS-NEW-CODE TO SJ-PROD-CODE
               REWRITE SVCJOB-RECORD
                   INVALID KEY
                       DISPLAY "ERROR RE-KEYING SERVICE JOB "
                          SJ-NUMBER ": " FS-SVCJOB
                       MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                       MOVE "REKEY-ONE-SVCJOB" TO ERP-PARAGRAPH
                       MOVE "SVCJOB.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-SVCJOB TO ERP-STATUS
                       MOVE SJ-NUMBER TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-SVCJOBS-MOVED
               END-REWRITE
           END-IF.
           PERFORM READ-NEXT-SVCJOB.

       REKEY-SERVICE-LINES.
           IF FS-SVCLINE-OK
               PERFORM READ-NEXT-SVCLINE
               PERFORM REKEY-ONE-SVCLINE UNTIL FS-SVCLINE-EOF
           END-IF.

       READ-NEXT-SVCLINE.
           READ SVCLINE-FILE NEXT RECORD
               AT END
                   SET FS-SVCLINE-EOF TO TRUE
           END-READ.

       REKEY-ONE-SVCLINE.
           IF SL-PROD-CODE OF SVCLINE-RECORD = WS-OLD-CODE
               MOVE WS-NEW-CODE TO SL-PROD-CODE OF SVCLINE-RECORD
               REWRITE SVCLINE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR RE-KEYING SERVICE LINE "
                          SL-KEY ": " FS-SVCLINE
                       MOVE "PRODUCT-REKEY" TO ERP-PROGRAM
                       MOVE "REKEY-ONE-SVCLINE" TO ERP-PARAGRAPH
                       MOVE "SVCLINE.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-SVCLINE TO ERP-STATUS
                       MOVE SL-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-SVCLINES-MOVED
               END-REWRITE
           END-IF.
           PERFORM READ-NEXT-SVCLINE.

       WRITE-AUDIT-TRAIL.
           IF FS-AUDIT-OK
               MOVE "K" TO AUDIT-ACTION
           IF FS-RESERVE-OK OR FS-RESERVE-EOF
               CLOSE RESERVE-FILE
           END-IF.
           IF FS-PLATE-OK OR FS-PLATE-EOF
               CLOSE PLATE-FILE
           END-IF.
           IF FS-BRANCH-OK
               CLOSE BRANCH-STOCK-FILE
           END-IF.
           IF FS-PARKED-OK OR FS-PARKED-EOF
               CLOSE PARKED-FILE
           END-IF.
           IF FS-SUBST-OK OR FS-SUBST-EOF
               CLOSE SUBST-FILE
           END-IF.
           IF FS-SUPPXREF-OK OR FS-SUPPXREF-EOF
               CLOSE SUPPXREF-FILE
           END-IF.
           IF FS-SPECORD-OK OR FS-SPECORD-EOF
               CLOSE SPECORD-FILE
           END-IF.
           IF FS-PENDCOST-OK
               CLOSE PENDCOST-FILE
           END-IF.
           IF FS-COUPON-OK OR FS-COUPON-EOF
               CLOSE COUPON-FILE
           END-IF.
           IF FS-COMPSURV-OK OR FS-COMPSURV-EOF
               CLOSE COMPSURV-FILE
           END-IF.
           IF FS-QUARANTINE-OK OR FS-QUARANTINE-EOF
               CLOSE QUARANTINE-FILE
           END-IF.
           IF FS-VANLOAD-OK OR FS-VANLOAD-EOF
               CLOSE VANLOAD-FILE
           END-IF.
           IF FS-SVCJOB-OK OR FS-SVCJOB-EOF
               CLOSE SVCJOB-FILE
           END-IF.
           IF FS-SVCLINE-OK OR FS-SVCLINE-EOF
               CLOSE SVCLINE-FILE
           END-IF.
           IF FS-AUDIT-OK
               CLOSE AUDIT-LOG-FILE
           END-IF.
