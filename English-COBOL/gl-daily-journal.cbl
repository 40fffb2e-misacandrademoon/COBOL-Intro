      *          otherwise prompted) generates balanced debit/credit
      *          entries through the GLMAP.DAT account mapping: sales
      *          and tax by tender from SELLS.DAT, cost-of-goods and
      *          inventory relief at PROD-COST, receipts and adjustments
      *          from STOCKMOVES.DAT, and AR payments from ARPAY.DAT -
      *          reversed, receivable against cash, on the day a payment
      *          is marked returned (NSF). Return and reservation-hold
      *          movements are not journalled here: the SELLS credit
      *          line already carries the return, and holds are not a
      *          value event until the sale or adjustment posts. Deposit
      *          and environmental fee lines post from the tender to the
      *          fee's own FE liability account with no tax or cost,
      *          since the money is owed to the agency rather than
      *          earned. Coupon lines debit the CP coupon account for
      *          the issuer - store markdown or manufacturer receivable
      *          - against the tender. Delivery charge lines credit
      *          the DC delivery revenue account for the route, untaxed
      *          and with no cost. Drawer paid-outs from DRAWEVT.DAT
      *          debit the expense account recorded with the paid-out
      *          and pickups debit the SF safe account, both against TN
      *          cash. Bad-debt write-offs and recoveries from
      *          WRITEOFF.DAT post through the BD mapping. Card
      *          processor fees (CS class F) and chargebacks (CS class
      *          C) taken from CARDGL.DAT on the day they were imported
      *          are debited against the TN card tender. Moving-average
      *          cost changes on COSTHIST.DAT post their revaluation of
      *          the stock on hand to inventory against the RV account
      *          for the product's category. Unmapped
      *          postings land on the 99999999 suspense account so the
      *          day still balances but the gap shows. An out-of-balance
      *          day fails the batch step with RETURN-CODE 8. The
      *          journal is appended to GLJOURNL.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               RECORD KEY IS PAY-NUMBER
               FILE STATUS IS FS-ARPAY.

           SELECT DRAWEVT-FILE ASSIGN TO "DRAWEVT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DRAWEVT.

           SELECT WRITEOFF-FILE ASSIGN TO "WRITEOFF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-WRITEOFF.

           SELECT CARDGL-FILE ASSIGN TO "CARDGL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CARDGL.

           SELECT COSTHIST-FILE ASSIGN TO "COSTHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-COSTHIST.

           SELECT TAXEXSAL-FILE ASSIGN TO "TAXEXSAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TAXEXSAL.

           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.
       FD  ARPAY-FILE.
       COPY ARPAY-RECORD.

       FD  DRAWEVT-FILE.
       COPY DRAWEVT-RECORD.

       FD  WRITEOFF-FILE.
       COPY WRITEOFF-RECORD.

       FD  CARDGL-FILE.
       COPY CARDGL-RECORD.

       FD  COSTHIST-FILE.
       COPY COSTHIST-RECORD.

       FD  TAXEXSAL-FILE.
       COPY TAXEXSAL-RECORD.

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE          PIC X(80).

       01  FS-ARPAY             PIC XX.
           88 FS-ARPAY-OK       VALUE "00".
           88 FS-ARPAY-EOF      VALUE "10".
       01  FS-DRAWEVT           PIC XX.
           88 FS-DRAWEVT-OK     VALUE "00".
           88 FS-DRAWEVT-EOF    VALUE "10".

       01  FS-WRITEOFF          PIC XX.
           88 FS-WRITEOFF-OK    VALUE "00".
           88 FS-WRITEOFF-EOF   VALUE "10".
       01  FS-CARDGL            PIC XX.
           88 FS-CARDGL-OK      VALUE "00".
           88 FS-CARDGL-EOF     VALUE "10".
       01  FS-COSTHIST          PIC XX.
           88 FS-COSTHIST-OK    VALUE "00".
           88 FS-COSTHIST-EOF   VALUE "10".
       01  FS-TAXEXSAL          PIC XX.
           88 FS-TAXEXSAL-OK    VALUE "00".
           88 FS-TAXEXSAL-EOF   VALUE "10".
       01  FS-JOURNAL           PIC XX.
           88 FS-JOURNAL-OK     VALUE "00".
           88 FS-JOURNAL-NOT-EXIST VALUE "35".
       01  WS-DEFAULT-TAX-RATE  PIC 9V999 VALUE .150.
       01  WS-EFFECTIVE-RATE    PIC 9V999.

       01  WS-EXEMPT-TABLE.
           05 WS-EXEMPT-SALE     PIC 9(8) OCCURS 1000 TIMES
                                 INDEXED BY WS-XIDX.
       01  WS-EXEMPT-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-EXEMPT-FLAG       PIC X.
           88 WS-LINE-IS-EXEMPT VALUE "Y".

       01  WS-ACCOUNT-TABLE.
           05 WS-ACC-ENTRY OCCURS 100 TIMES INDEXED BY WS-AIDX.
               10 WS-ACC-NUMBER  PIC X(8).
       01  WS-AMOUNT-EDIT2      PIC -,---,---,--9.99.
       01  WS-SUSPENSE-USED     PIC X VALUE "N".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
               PERFORM POST-SALES-ENTRIES
               PERFORM POST-STOCK-MOVE-ENTRIES
               PERFORM POST-AR-PAYMENT-ENTRIES
               PERFORM POST-DRAWER-EVENT-ENTRIES
               PERFORM POST-WRITEOFF-ENTRIES
               PERFORM POST-CARD-SETTLEMENT-ENTRIES
               PERFORM POST-REVALUATION-ENTRIES
               PERFORM WRITE-JOURNAL
               PERFORM CHECK-BALANCE
           ELSE
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "GL-DAILY-JOURNAL" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "GL-DAILY-JOURNAL" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT TAXRATE-FILE.
           IF NOT FS-TAXRATE-OK
           OPEN INPUT GLMAP-FILE.
           IF NOT FS-GLMAP-OK
               DISPLAY "ERROR OPENING GLMAP.DAT: " FS-GLMAP
               MOVE "GL-DAILY-JOURNAL" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "GLMAP.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-GLMAP TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               DISPLAY "SET UP THE ACCOUNT MAPPING IN GLMAP-ENTRY"
           END-IF.
           OPEN INPUT MOVES-FILE.
               DISPLAY "ARPAY.DAT NOT AVAILABLE - AR PAYMENTS NOT "
                  "JOURNALLED"
           END-IF.
           OPEN INPUT DRAWEVT-FILE.
           IF NOT FS-DRAWEVT-OK
               DISPLAY "DRAWEVT.DAT NOT AVAILABLE - PAID-OUTS AND "
                  "PICKUPS NOT JOURNALLED"
           END-IF.
           OPEN INPUT WRITEOFF-FILE.
           IF NOT FS-WRITEOFF-OK
               DISPLAY "WRITEOFF.DAT NOT AVAILABLE - BAD-DEBT "
                  "WRITE-OFFS NOT JOURNALLED"
           END-IF.
           OPEN INPUT CARDGL-FILE.
           IF NOT FS-CARDGL-OK
               DISPLAY "CARDGL.DAT NOT AVAILABLE - CARD FEES AND "
                  "CHARGEBACKS NOT JOURNALLED"
           END-IF.
           OPEN INPUT COSTHIST-FILE.
           IF NOT FS-COSTHIST-OK
               DISPLAY "COSTHIST.DAT NOT AVAILABLE - COST "
                  "REVALUATIONS NOT JOURNALLED"
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF FS-JOURNAL-NOT-EXIST
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF NOT FS-JOURNAL-OK
               DISPLAY "ERROR OPENING GLJOURNL.TXT: " FS-JOURNAL
               MOVE "GL-DAILY-JOURNAL" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "GLJOURNL.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-JOURNAL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       POST-SALES-ENTRIES.
           PERFORM LOAD-EXEMPT-SALES.
           MOVE WS-JOURNAL-DATE TO VENTA-FECHA.
           START VENTAS-FILE KEY IS = VENTA-FECHA
               INVALID KEY
           PERFORM READ-NEXT-SALE.
           PERFORM POST-ONE-SALE UNTIL FS-VENTAS-EOF.

      * Sale lines made under a current exemption certificate carry
      * no tax payable
       LOAD-EXEMPT-SALES.
           MOVE ZERO TO WS-EXEMPT-COUNT.
           OPEN INPUT TAXEXSAL-FILE.
           IF FS-TAXEXSAL-OK
               PERFORM READ-NEXT-EXEMPT-SALE
               PERFORM LOAD-ONE-EXEMPT-SALE UNTIL FS-TAXEXSAL-EOF
               CLOSE TAXEXSAL-FILE
           END-IF.

       READ-NEXT-EXEMPT-SALE.
           READ TAXEXSAL-FILE
               AT END
                   SET FS-TAXEXSAL-EOF TO TRUE
           END-READ.

       LOAD-ONE-EXEMPT-SALE.
           IF TXS-FECHA = WS-JOURNAL-DATE
               IF WS-EXEMPT-COUNT < 1000
                   ADD 1 TO WS-EXEMPT-COUNT
                   MOVE TXS-SALE-NUMBER TO
                      WS-EXEMPT-SALE (WS-EXEMPT-COUNT)
               ELSE
                   DISPLAY "EXEMPT SALE TABLE FULL - SALE "
                      TXS-SALE-NUMBER " TAXED IN JOURNAL"
               END-IF
           END-IF.
           PERFORM READ-NEXT-EXEMPT-SALE.

       CHECK-EXEMPT-SALE.
           MOVE "N" TO WS-EXEMPT-FLAG.
           PERFORM VARYING WS-XIDX FROM 1 BY 1
              UNTIL WS-XIDX > WS-EXEMPT-COUNT OR WS-LINE-IS-EXEMPT
               IF WS-EXEMPT-SALE (WS-XIDX) = VENTA-NUMERO
                   MOVE "Y" TO WS-EXEMPT-FLAG
               END-IF
           END-PERFORM.

       READ-NEXT-SALE.
           READ VENTAS-FILE NEXT RECORD
               AT END
           END-IF.

       POST-ONE-SALE.
           EVALUATE TRUE
               WHEN VENTA-FEE-LINE
                   PERFORM POST-FEE-LINE
               WHEN VENTA-COUPON
                   PERFORM POST-COUPON-LINE
               WHEN VENTA-DELIVERY-CHG
                   PERFORM POST-DELIVERY-LINE
               WHEN OTHER
                   PERFORM POST-MERCHANDISE-LINE
           END-EVALUATE.
           PERFORM READ-NEXT-SALE.

       POST-MERCHANDISE-LINE.
           MOVE VENTA-CANTIDAD TO WS-NET-QTY.
           IF VENTA-CREDIT OR VENTA-VOID
               COMPUTE WS-NET-QTY = ZERO - WS-NET-QTY
               MOVE WS-LINE-COST TO WS-AMOUNT
               PERFORM POST-JOURNAL-PAIR
           END-IF.

       POST-FEE-LINE.
           MOVE VENTA-CANTIDAD TO WS-NET-QTY.
           IF VENTA-CREDIT
               COMPUTE WS-NET-QTY = ZERO - WS-NET-QTY
           END-IF.
           COMPUTE WS-LINE-REVENUE = VENTA-PRECIO * WS-NET-QTY.
           MOVE VENTA-CODIGO TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   MOVE SPACES TO PROD-FEE-CODE
               NOT INVALID KEY
                   CONTINUE
           END-READ.
      * DR tender, CR the fee's own liability account - no tax or cost
           MOVE "TN" TO WS-MAP-TYPE.
           MOVE VENTA-TENDER TO WS-MAP-CLASS.
           PERFORM RESOLVE-ACCOUNT.
           MOVE WS-ACCOUNT TO WS-DR-ACCOUNT.
           MOVE "FE" TO WS-MAP-TYPE.
           MOVE PROD-FEE-CODE TO WS-MAP-CLASS.
           PERFORM RESOLVE-ACCOUNT.
           MOVE WS-ACCOUNT TO WS-CR-ACCOUNT.
           MOVE WS-LINE-REVENUE TO WS-AMOUNT.
           PERFORM POST-JOURNAL-PAIR.

      * DR tender, CR delivery revenue by the route carried in the
      * line's code - untaxed and with no cost, as at the till
       POST-DELIVERY-LINE.
           COMPUTE WS-AMOUNT = VENTA-PRECIO * VENTA-CANTIDAD.
           MOVE "TN" TO WS-MAP-TYPE.
           MOVE VENTA-TENDER TO WS-MAP-CLASS.
           PERFORM RESOLVE-ACCOUNT.
           MOVE WS-ACCOUNT TO WS-DR-ACCOUNT.
           MOVE "DC" TO WS-MAP-TYPE.
           MOVE VENTA-CODIGO TO WS-MAP-CLASS.
           PERFORM RESOLVE-ACCOUNT.
           MOVE WS-ACCOUNT TO WS-CR-ACCOUNT.
           PERFORM POST-JOURNAL-PAIR.

       POST-COUPON-LINE.
           COMPUTE WS-AMOUNT = VENTA-PRECIO * VENTA-CANTIDAD.
      * DR coupon cost by issuer (S store markdown, M manufacturer
      * receivable), CR the tender the coupon stood in for
           MOVE "CP" TO WS-MAP-TYPE.
           IF VENTA-MFR-COUPON
               MOVE "M" TO WS-MAP-CLASS
           ELSE
               MOVE "S" TO WS-MAP-CLASS
           END-IF.
           PERFORM RESOLVE-ACCOUNT.
           MOVE WS-ACCOUNT TO WS-DR-ACCOUNT.
           MOVE "TN" TO WS-MAP-TYPE.
           MOVE VENTA-TENDER TO WS-MAP-CLASS.
           PERFORM RESOLVE-ACCOUNT.
           MOVE WS-ACCOUNT TO WS-CR-ACCOUNT.
           PERFORM POST-JOURNAL-PAIR.

       LOOKUP-TAX-RATE.
           MOVE WS-DEFAULT-TAX-RATE TO WS-EFFECTIVE-RATE.
                       MOVE TAX-RATE TO WS-EFFECTIVE-RATE
               END-READ
           END-IF.
           IF VENTA-SALE AND WS-EXEMPT-COUNT > ZERO
               PERFORM CHECK-EXEMPT-SALE
               IF WS-LINE-IS-EXEMPT
                   MOVE ZERO TO WS-EFFECTIVE-RATE
               END-IF
           END-IF.

       POST-STOCK-MOVE-ENTRIES.
           IF FS-MOVES-OK
               MOVE PAY-AMOUNT TO WS-AMOUNT
               PERFORM POST-JOURNAL-PAIR
           END-IF.
      * A returned (NSF) payment reverses the receipt on the day the
      * bank returned it - DR receivable, CR cash
           IF PAY-RETURNED AND PAY-RETURNED-FECHA = WS-JOURNAL-DATE
               MOVE "AR" TO WS-MAP-TYPE
               MOVE SPACES TO WS-MAP-CLASS
               PERFORM RESOLVE-ACCOUNT
               MOVE WS-ACCOUNT TO WS-DR-ACCOUNT
               MOVE "CA" TO WS-MAP-TYPE
               MOVE SPACES TO WS-MAP-CLASS
               PERFORM RESOLVE-ACCOUNT
               MOVE WS-ACCOUNT TO WS-CR-ACCOUNT
               MOVE PAY-AMOUNT TO WS-AMOUNT
               PERFORM POST-JOURNAL-PAIR
           END-IF.
           PERFORM READ-NEXT-PAYMENT.

       POST-DRAWER-EVENT-ENTRIES.
           IF FS-DRAWEVT-OK
               PERFORM READ-NEXT-DRAWER-EVENT
               PERFORM POST-ONE-DRAWER-EVENT UNTIL FS-DRAWEVT-EOF
           END-IF.

       READ-NEXT-DRAWER-EVENT.
           READ DRAWEVT-FILE
               AT END
                   SET FS-DRAWEVT-EOF TO TRUE
           END-READ.

       POST-ONE-DRAWER-EVENT.
      * DR the paid-out's expense account or the safe, CR drawer cash
           IF DEV-FECHA = WS-JOURNAL-DATE
               IF DEV-PAID-OUT
                   MOVE DEV-GL-ACCOUNT TO WS-DR-ACCOUNT
                   IF WS-DR-ACCOUNT = SPACES
                       MOVE "99999999" TO WS-DR-ACCOUNT
                       MOVE "Y" TO WS-SUSPENSE-USED
                   END-IF
               ELSE
                   MOVE "SF" TO WS-MAP-TYPE
                   MOVE SPACES TO WS-MAP-CLASS
                   PERFORM RESOLVE-ACCOUNT
                   MOVE WS-ACCOUNT TO WS-DR-ACCOUNT
               END-IF
               MOVE "TN" TO WS-MAP-TYPE
               MOVE "C" TO WS-MAP-CLASS
               PERFORM RESOLVE-ACCOUNT
               MOVE WS-ACCOUNT TO WS-CR-ACCOUNT
               MOVE DEV-AMOUNT TO WS-AMOUNT
               PERFORM POST-JOURNAL-PAIR
           END-IF.
           PERFORM READ-NEXT-DRAWER-EVENT.

       POST-WRITEOFF-ENTRIES.
           IF FS-WRITEOFF-OK
               PERFORM READ-NEXT-WRITEOFF
               PERFORM POST-ONE-WRITEOFF UNTIL FS-WRITEOFF-EOF
           END-IF.

       READ-NEXT-WRITEOFF.
           READ WRITEOFF-FILE
               AT END
                   SET FS-WRITEOFF-EOF TO TRUE
           END-READ.

       POST-ONE-WRITEOFF.
      * A write-off is DR bad debt (BD class W), CR receivable; money
      * recovered later is DR cash, CR bad debt (BD class R)
           IF WOF-FECHA = WS-JOURNAL-DATE
               MOVE "BD" TO WS-MAP-TYPE
               IF WOF-WRITE-OFF
                   MOVE "W" TO WS-MAP-CLASS
                   PERFORM RESOLVE-ACCOUNT
                   MOVE WS-ACCOUNT TO WS-DR-ACCOUNT
                   MOVE "AR" TO WS-MAP-TYPE
                   MOVE SPACES TO WS-MAP-CLASS
                   PERFORM RESOLVE-ACCOUNT
                   MOVE WS-ACCOUNT TO WS-CR-ACCOUNT
               ELSE
                   MOVE "R" TO WS-MAP-CLASS
                   PERFORM RESOLVE-ACCOUNT
                   MOVE WS-ACCOUNT TO WS-CR-ACCOUNT
                   MOVE "CA" TO WS-MAP-TYPE
                   MOVE SPACES TO WS-MAP-CLASS
                   PERFORM RESOLVE-ACCOUNT
                   MOVE WS-ACCOUNT TO WS-DR-ACCOUNT
               END-IF
               MOVE WOF-AMOUNT TO WS-AMOUNT
               PERFORM POST-JOURNAL-PAIR
           END-IF.
           PERFORM READ-NEXT-WRITEOFF.

       POST-CARD-SETTLEMENT-ENTRIES.
           IF FS-CARDGL-OK
               PERFORM READ-NEXT-CARD-POSTING
               PERFORM POST-ONE-CARD-POSTING UNTIL FS-CARDGL-EOF
           END-IF.

       READ-NEXT-CARD-POSTING.
           READ CARDGL-FILE
               AT END
                   SET FS-CARDGL-EOF TO TRUE
           END-READ.

       POST-ONE-CARD-POSTING.
      * The processor keeps its fee and any chargeback out of what it
      * pays: DR card fees (CS class F) or chargebacks (CS class C),
      * CR the card tender. The net payment itself is not journalled
           IF CGL-FECHA = WS-JOURNAL-DATE
              AND (CGL-FEE OR CGL-CHARGEBACK)
               MOVE "CS" TO WS-MAP-TYPE
               MOVE CGL-TYPE TO WS-MAP-CLASS
               PERFORM RESOLVE-ACCOUNT
               MOVE WS-ACCOUNT TO WS-DR-ACCOUNT
               MOVE "TN" TO WS-MAP-TYPE
               MOVE "T" TO WS-MAP-CLASS
               PERFORM RESOLVE-ACCOUNT
               MOVE WS-ACCOUNT TO WS-CR-ACCOUNT
               MOVE CGL-AMOUNT TO WS-AMOUNT
               PERFORM POST-JOURNAL-PAIR
           END-IF.
           PERFORM READ-NEXT-CARD-POSTING.

       POST-REVALUATION-ENTRIES.
           IF FS-COSTHIST-OK
               PERFORM READ-NEXT-COST-CHANGE
               PERFORM POST-ONE-COST-CHANGE UNTIL FS-COSTHIST-EOF
           END-IF.

       READ-NEXT-COST-CHANGE.
           READ COSTHIST-FILE
               AT END
                   SET FS-COSTHIST-EOF TO TRUE
           END-READ.

       POST-ONE-COST-CHANGE.
      * A higher average is DR inventory, CR revaluation (RV by
      * category); a lower one swaps sides in POST-JOURNAL-PAIR
           IF CH-DATE = WS-JOURNAL-DATE
              AND CH-REVALUE-AMOUNT NOT = ZERO
               MOVE CH-PROD-CODE TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       MOVE SPACES TO PROD-CATEGORY
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               MOVE "IN" TO WS-MAP-TYPE
               MOVE PROD-CATEGORY TO WS-MAP-CLASS
               PERFORM RESOLVE-ACCOUNT
               MOVE WS-ACCOUNT TO WS-DR-ACCOUNT
               MOVE "RV" TO WS-MAP-TYPE
               PERFORM RESOLVE-ACCOUNT
               MOVE WS-ACCOUNT TO WS-CR-ACCOUNT
               MOVE CH-REVALUE-AMOUNT TO WS-AMOUNT
               PERFORM POST-JOURNAL-PAIR
           END-IF.
           PERFORM READ-NEXT-COST-CHANGE.

       RESOLVE-ACCOUNT.
           MOVE "99999999" TO WS-ACCOUNT.
           MOVE WS-MAP-TYPE TO GLM-TYPE.
           IF FS-ARPAY-OK OR FS-ARPAY-EOF
               CLOSE ARPAY-FILE
           END-IF.
           IF FS-DRAWEVT-OK OR FS-DRAWEVT-EOF
               CLOSE DRAWEVT-FILE
           END-IF.
           IF FS-WRITEOFF-OK OR FS-WRITEOFF-EOF
               CLOSE WRITEOFF-FILE
           END-IF.
           IF FS-CARDGL-OK OR FS-CARDGL-EOF
               CLOSE CARDGL-FILE
           END-IF.
           IF FS-COSTHIST-OK OR FS-COSTHIST-EOF
               CLOSE COSTHIST-FILE
           END-IF.
           IF FS-JOURNAL-OK
               CLOSE JOURNAL-FILE
           END-IF.
