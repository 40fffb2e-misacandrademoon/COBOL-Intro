      *          draft status for a buyer to review, edit, and release
      *          in PO-ENTRY before they count as open. Saves the
      *          weekly hour of re-keying suggestions line by line.
      *          Non-stock items are only bought against a special
      *          order and are never suggested. The supplier's ordering
      *          terms on SUPPLIERS.DAT are honoured: a supplier whose
      *          order days do not include today gets no draft - its
      *          suggested lines are held and shown with the next
      *          order day, and the nightly run drafts them then. A
      *          draft below the supplier's minimum order value is
      *          reported, and a draft short of the minimum or of the
      *          free-freight value lists the supplier's items under
      *          the reorder point that could be brought forward to
      *          reach it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
           05 SUPP-NAME          PIC X(25).
           05 SUPP-CONTACT       PIC X(20).
           05 SUPP-LEAD-DAYS     PIC 9(3).
           05 SUPP-ORDER-DAYS    PIC X(7).
           05 SUPP-ORDER-DAY-FLAGS REDEFINES SUPP-ORDER-DAYS.
               10 SUPP-ORDER-DAY  PIC X OCCURS 7 TIMES.
           05 SUPP-MIN-ORDER     PIC 9(7)V99.
           05 SUPP-FREE-FREIGHT  PIC 9(7)V99.

       FD  PURCHORD-FILE.
       COPY PURCHORD-RECORD.
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-CUTOFF-DATE       PIC 9(8).
       01  WS-DATE-INTEGER      PIC 9(8).
       01  WS-TODAY-INTEGER     PIC 9(8).
       01  WS-DAY-OF-WEEK       PIC 9.
       01  WS-DAYS-AHEAD        PIC 9.
       01  WS-NEXT-ORDER-DATE   PIC 9(8).
       01  WS-ORDER-DAY-FLAG    PIC X.
           88 WS-IS-ORDER-DAY   VALUE "Y".
       01  WS-REORDER-POINT     PIC 9(5).

       01  WS-DEMAND-TABLE.
           05 WS-DEMAND-ENTRY OCCURS 200 TIMES INDEXED BY WS-IDX.
               10 WS-SUG-CODE     PIC X(5).
               10 WS-SUG-SUPPLIER PIC X(4).
               10 WS-SUG-QTY      PIC 9(7).
               10 WS-SUG-COST     PIC 9(7)V99.
               10 WS-SUG-DONE     PIC X.
       01  WS-SUGGEST-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-SUGGESTED-FLAG    PIC X.
           88 WS-WAS-SUGGESTED  VALUE "Y".

       01  WS-FORWARD-TABLE.
           05 WS-FWD-ENTRY OCCURS 200 TIMES INDEXED BY WS-FWD-IDX.
               10 WS-FWD-CODE     PIC X(5).
               10 WS-FWD-SUPPLIER PIC X(4).
               10 WS-FWD-STOCK    PIC 9(5).
               10 WS-FWD-QTY      PIC 9(7).
               10 WS-FWD-COST     PIC 9(7)V99.
       01  WS-FORWARD-COUNT     PIC 9(3) VALUE ZERO.

       01  WS-NET-QTY           PIC S9(7).
       01  WS-AVG-DAILY         PIC 9(5)V99.
       01  WS-LINE-TOTAL        PIC 9(5) VALUE ZERO.
       01  WS-MORE-SUPPLIERS    PIC X.
           88 WS-NO-MORE-SUPPLIERS VALUE "N".
       01  WS-PO-VALUE          PIC 9(9)V99.
       01  WS-TARGET-VALUE      PIC 9(9)V99.
       01  WS-RUNNING-VALUE     PIC 9(9)V99.
       01  WS-FWD-VALUE         PIC 9(9)V99.
       01  WS-MONEY-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-HELD-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-BELOW-MIN-COUNT   PIC 9(3) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-HISTORY-DAYS = ZERO
               MOVE 30 TO WS-HISTORY-DAYS
           END-IF.
           DISPLAY "REORDER POINT FOR BRING-FORWARD ITEMS (0 = 10): "
              WITH NO ADVANCING.
           ACCEPT WS-REORDER-POINT.
           IF WS-REORDER-POINT = ZERO
               MOVE 10 TO WS-REORDER-POINT
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           COMPUTE WS-DAY-OF-WEEK = FUNCTION REM(WS-TODAY-INTEGER, 7).
           IF WS-DAY-OF-WEEK = 0
               MOVE 7 TO WS-DAY-OF-WEEK
           END-IF.
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
              WS-HISTORY-DAYS.
               DISPLAY " "
               DISPLAY "DRAFT ORDERS WRITTEN: " WS-PO-COUNT
               DISPLAY "DRAFT LINES WRITTEN:  " WS-LINE-TOTAL
               DISPLAY "LINES HELD FOR ORDER DAY: " WS-HELD-COUNT
               DISPLAY "DRAFTS BELOW SUPPLIER MINIMUM: "
                  WS-BELOW-MIN-COUNT
               DISPLAY "REVIEW AND RELEASE THEM IN PO-ENTRY"
           END-IF.
           PERFORM CLOSE-FILES.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "PO-GENERATE" TO ERP-PROGRAM
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
               MOVE "PO-GENERATE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT SUPPLIERS-FILE.
           IF NOT FS-SUPPLIERS-OK
               DISPLAY "ERROR OPENING SUPPLIERS.DAT: " FS-SUPPLIERS
               MOVE "PO-GENERATE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SUPPLIERS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUPPLIERS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O PURCHORD-FILE.
           IF FS-PURCHORD-NOT-EXIST
           END-IF.
           IF NOT FS-PURCHORD-OK
               DISPLAY "ERROR OPENING PURCHORD.DAT: " FS-PURCHORD
               MOVE "PO-GENERATE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PURCHORD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PURCHORD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       BUILD-DEMAND-TABLE.
               AT END
                   SET FS-VENTAS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL FS-VENTAS-EOF OR NOT VENTA-ADDON-LINE
               READ VENTAS-FILE NEXT RECORD
                   AT END
                       SET FS-VENTAS-EOF TO TRUE
               END-READ
           END-PERFORM.

       ACCUMULATE-DEMAND.
           MOVE VENTA-CANTIDAD TO WS-NET-QTY.
           END-READ.

       SUGGEST-ONE-PRODUCT.
           IF NOT PROD-DISCONTINUED AND NOT PROD-NON-STOCK
               PERFORM COMPUTE-SUGGESTION
               IF NOT WS-WAS-SUGGESTED
                  AND PROD-STOCK < WS-REORDER-POINT
                   PERFORM REMEMBER-FORWARD-ITEM
               END-IF
           END-IF.
           PERFORM READ-NEXT-PRODUCT.

       COMPUTE-SUGGESTION.
           MOVE ZERO TO WS-NET-QTY WS-AVG-DAILY.
           MOVE "N" TO WS-SUGGESTED-FLAG.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-DEMAND-COUNT OR WS-FOUND
                              TO WS-SUG-SUPPLIER (WS-SUGGEST-COUNT)
                           MOVE WS-SUGGESTED-QTY
                              TO WS-SUG-QTY (WS-SUGGEST-COUNT)
                           MOVE PROD-COST
                              TO WS-SUG-COST (WS-SUGGEST-COUNT)
                           MOVE "N"
                              TO WS-SUG-DONE (WS-SUGGEST-COUNT)
                           MOVE "Y" TO WS-SUGGESTED-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Not yet short over the lead time but under the reorder point:
      * a candidate to top up a draft that misses the supplier's
      * minimum or free-freight value - up to the reorder point plus
      * one lead time of demand.
       REMEMBER-FORWARD-ITEM.
           IF WS-FORWARD-COUNT < 200
               ADD 1 TO WS-FORWARD-COUNT
               MOVE PROD-CODE TO WS-FWD-CODE (WS-FORWARD-COUNT)
               MOVE PROD-SUPPLIER-CODE
                  TO WS-FWD-SUPPLIER (WS-FORWARD-COUNT)
               MOVE PROD-STOCK TO WS-FWD-STOCK (WS-FORWARD-COUNT)
               MOVE PROD-COST TO WS-FWD-COST (WS-FORWARD-COUNT)
               IF WS-AVG-DAILY > ZERO
                   COMPUTE WS-FWD-QTY (WS-FORWARD-COUNT) ROUNDED =
                      WS-REORDER-POINT - PROD-STOCK +
                      WS-AVG-DAILY * WS-LEAD-DAYS
               ELSE
                   COMPUTE WS-FWD-QTY (WS-FORWARD-COUNT) =
                      WS-REORDER-POINT - PROD-STOCK
               END-IF
           END-IF.

       GET-SUPPLIER-LEAD-DAYS.
           MOVE PROD-SUPPLIER-CODE TO SUPP-CODE.
           READ SUPPLIERS-FILE
           IF WS-CURRENT-SUPPLIER = SPACES
               MOVE "N" TO WS-MORE-SUPPLIERS
           ELSE
               MOVE WS-CURRENT-SUPPLIER TO SUPP-CODE
               READ SUPPLIERS-FILE
                   INVALID KEY
                       MOVE 7 TO WS-LEAD-DAYS
                       MOVE "(UNKNOWN SUPPLIER)" TO SUPP-NAME
                       MOVE SPACES TO SUPP-ORDER-DAYS
                       MOVE ZERO TO SUPP-MIN-ORDER SUPP-FREE-FREIGHT
                   NOT INVALID KEY
                       MOVE SUPP-LEAD-DAYS TO WS-LEAD-DAYS
               END-READ
               PERFORM CHECK-ORDER-DAY
               IF WS-IS-ORDER-DAY
                   PERFORM DRAFT-SUPPLIER-ORDER
               ELSE
                   PERFORM HOLD-SUPPLIER-LINES
               END-IF
           END-IF.

      * Order days run Monday (1) to Sunday (7); blank means the
      * supplier takes orders any day.
       CHECK-ORDER-DAY.
           MOVE "Y" TO WS-ORDER-DAY-FLAG.
           IF SUPP-ORDER-DAYS NOT = SPACES
              AND SUPP-ORDER-DAY (WS-DAY-OF-WEEK) NOT = "Y"
               MOVE "N" TO WS-ORDER-DAY-FLAG
               MOVE ZERO TO WS-NEXT-ORDER-DATE
               PERFORM VARYING WS-DAYS-AHEAD FROM 1 BY 1
                  UNTIL WS-DAYS-AHEAD > 7
                     OR WS-NEXT-ORDER-DATE NOT = ZERO
                   COMPUTE WS-DATE-INTEGER =
                      WS-TODAY-INTEGER + WS-DAYS-AHEAD
                   COMPUTE WS-DAY-OF-WEEK =
                      FUNCTION REM(WS-DATE-INTEGER, 7)
                   IF WS-DAY-OF-WEEK = 0
                       MOVE 7 TO WS-DAY-OF-WEEK
                   END-IF
                   IF SUPP-ORDER-DAY (WS-DAY-OF-WEEK) = "Y"
                       COMPUTE WS-NEXT-ORDER-DATE =
                          FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   END-IF
               END-PERFORM
               COMPUTE WS-DAY-OF-WEEK =
                  FUNCTION REM(WS-TODAY-INTEGER, 7)
               IF WS-DAY-OF-WEEK = 0
                   MOVE 7 TO WS-DAY-OF-WEEK
               END-IF
           END-IF.

       HOLD-SUPPLIER-LINES.
           DISPLAY " ".
           DISPLAY "HELD FOR " WS-CURRENT-SUPPLIER " " SUPP-NAME
              " - ORDER DAYS " SUPP-ORDER-DAYS
              " NEXT " WS-NEXT-ORDER-DATE.
           PERFORM VARYING WS-SUG-IDX FROM 1 BY 1
              UNTIL WS-SUG-IDX > WS-SUGGEST-COUNT
               IF WS-SUG-DONE (WS-SUG-IDX) = "N"
                  AND WS-SUG-SUPPLIER (WS-SUG-IDX) =
                      WS-CURRENT-SUPPLIER
                   DISPLAY "HELD - " WS-SUG-CODE (WS-SUG-IDX)
                      " QTY " WS-SUG-QTY (WS-SUG-IDX)
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "H" TO WS-SUG-DONE (WS-SUG-IDX)
               END-IF
           END-PERFORM.

       DRAFT-SUPPLIER-ORDER.
           PERFORM GET-NEXT-PO-NUMBER.
           MOVE ZERO TO WS-PO-LINE WS-PO-VALUE.
           DISPLAY " ".
           DISPLAY "DRAFT PO " WS-PO-NUMBER " FOR "
              WS-CURRENT-SUPPLIER " " SUPP-NAME.
           PERFORM VARYING WS-SUG-IDX FROM 1 BY 1
              UNTIL WS-SUG-IDX > WS-SUGGEST-COUNT
               IF WS-SUG-DONE (WS-SUG-IDX) = "N"
                  AND WS-SUG-SUPPLIER (WS-SUG-IDX) =
                      WS-CURRENT-SUPPLIER
                   PERFORM WRITE-DRAFT-LINE
                   MOVE "Y" TO WS-SUG-DONE (WS-SUG-IDX)
               END-IF
           END-PERFORM.
           ADD 1 TO WS-PO-COUNT.
           PERFORM CHECK-ORDER-TERMS.

       CHECK-ORDER-TERMS.
           MOVE WS-PO-VALUE TO WS-MONEY-EDIT.
           DISPLAY "DRAFT VALUE " WS-MONEY-EDIT.
           IF SUPP-MIN-ORDER > ZERO AND WS-PO-VALUE < SUPP-MIN-ORDER
               ADD 1 TO WS-BELOW-MIN-COUNT
               MOVE SUPP-MIN-ORDER TO WS-MONEY-EDIT
               DISPLAY "** BELOW SUPPLIER MINIMUM ORDER OF "
                  WS-MONEY-EDIT " **"
           END-IF.
           MOVE SUPP-MIN-ORDER TO WS-TARGET-VALUE.
           IF SUPP-FREE-FREIGHT > WS-TARGET-VALUE
               MOVE SUPP-FREE-FREIGHT TO WS-TARGET-VALUE
           END-IF.
           IF WS-PO-VALUE < WS-TARGET-VALUE
               PERFORM SUGGEST-BRING-FORWARD
           END-IF.

       SUGGEST-BRING-FORWARD.
           MOVE WS-TARGET-VALUE TO WS-MONEY-EDIT.
           DISPLAY "TO REACH " WS-MONEY-EDIT
              " BRING FORWARD (ADD IN PO-ENTRY):".
           MOVE WS-PO-VALUE TO WS-RUNNING-VALUE.
           PERFORM VARYING WS-FWD-IDX FROM 1 BY 1
              UNTIL WS-FWD-IDX > WS-FORWARD-COUNT
                 OR WS-RUNNING-VALUE >= WS-TARGET-VALUE
               IF WS-FWD-SUPPLIER (WS-FWD-IDX) = WS-CURRENT-SUPPLIER
                  AND WS-FWD-QTY (WS-FWD-IDX) > ZERO
                   COMPUTE WS-FWD-VALUE = WS-FWD-QTY (WS-FWD-IDX) *
                      WS-FWD-COST (WS-FWD-IDX)
                   ADD WS-FWD-VALUE TO WS-RUNNING-VALUE
                   MOVE WS-FWD-VALUE TO WS-MONEY-EDIT
                   DISPLAY "  " WS-FWD-CODE (WS-FWD-IDX)
                      " STOCK " WS-FWD-STOCK (WS-FWD-IDX)
                      " QTY " WS-FWD-QTY (WS-FWD-IDX)
                      " VALUE " WS-MONEY-EDIT
               END-IF
           END-PERFORM.
           IF WS-RUNNING-VALUE < WS-TARGET-VALUE
               COMPUTE WS-FWD-VALUE =
                  WS-TARGET-VALUE - WS-RUNNING-VALUE
               MOVE WS-FWD-VALUE TO WS-MONEY-EDIT
               DISPLAY "  NO MORE ITEMS UNDER THE REORDER POINT - "
                  "STILL SHORT BY " WS-MONEY-EDIT
           END-IF.

       WRITE-DRAFT-LINE.
           MOVE WS-CURRENT-SUPPLIER TO PO-SUPPLIER-CODE.
           MOVE WS-SUG-CODE (WS-SUG-IDX) TO PO-PROD-CODE.
           MOVE WS-SUG-QTY (WS-SUG-IDX) TO PO-QTY-ORDERED.
           MOVE WS-SUG-COST (WS-SUG-IDX) TO PO-UNIT-COST.
           MOVE ZERO TO PO-QTY-RECEIVED.
           MOVE WS-TODAY-DATE TO PO-ORDER-DATE.
           MOVE "A" TO WS-CAL-ACTION.
           WRITE PURCHORD-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING DRAFT LINE: " FS-PURCHORD
                   MOVE "PO-GENERATE" TO ERP-PROGRAM
                   MOVE "WRITE-DRAFT-LINE" TO ERP-PARAGRAPH
                   MOVE "PURCHORD.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-PURCHORD TO ERP-STATUS
                   MOVE PO-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-LINE-TOTAL
                   COMPUTE WS-PO-VALUE = WS-PO-VALUE +
                      PO-QTY-ORDERED * PO-UNIT-COST
                   DISPLAY "LINE " PO-LINE " - " PO-PROD-CODE
                      " QTY " PO-QTY-ORDERED
           END-WRITE.
