      *          CREATE-SELLS writes when a gift card covered only
      *          part of a ticket, and shows expected cash in drawer
      *          versus card settlement with the same edited money
      *          picture CREATE-SELLS uses. Foreign-cash tickets are
      *          taken from the FXTEND.DAT records the register
      *          writes: the local change handed back comes out of
      *          the local cash, and the foreign cash expected is
      *          shown separately for each currency. Paid-outs and
      *          pickups to the safe recorded on DRAWEVT.DAT come off
      *          the expected cash and are listed under it. Run for
      *          one branch it takes only that branch's sale lines,
      *          the splits and foreign tenders of its tickets (branch
      *          from TICKETS.DAT) and its own drawer events; run for
      *          all branches it adds a by-branch section with a
      *          column per branch of expected cash, card, account,
      *          gift card and day total, the first seven branches met
      *          getting their own column and the rest going to OTHER.
      *          Van sales (branch VN) are left out - the driver's
      *          cash is counted at van settlement, not in a drawer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT TSPLIT-FILE ASSIGN TO "TSPLIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TSPLIT.

           SELECT FXTEND-FILE ASSIGN TO "FXTEND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FXTEND.

           SELECT DRAWEVT-FILE ASSIGN TO "DRAWEVT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DRAWEVT.

           SELECT TICKETS-FILE ASSIGN TO "TICKETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKET-NUMBER
               FILE STATUS IS FS-TICKETS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS-FILE.
       FD  TSPLIT-FILE.
       COPY TSPLIT-RECORD.

       FD  FXTEND-FILE.
       COPY FXTEND-RECORD.

       FD  DRAWEVT-FILE.
       COPY DRAWEVT-RECORD.

       FD  TICKETS-FILE.
       COPY TICKET-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
           88 FS-TSPLIT-EOF     VALUE "10".
       01  WS-SPLIT-COUNT       PIC 9(5) VALUE ZERO.

       01  FS-FXTEND            PIC XX.
           88 FS-FXTEND-OK      VALUE "00".
           88 FS-FXTEND-EOF     VALUE "10".
       01  WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 20 TIMES INDEXED BY WS-FX-IDX.
               10 WS-FX-CODE        PIC X(3).
               10 WS-FX-TICKETS     PIC 9(5).
               10 WS-FX-FOREIGN     PIC S9(11)V99.
               10 WS-FX-LOCAL       PIC S9(11)V99.
       01  WS-FX-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-FX-CHANGE-TOTAL   PIC S9(11)V99 VALUE ZERO.
       01  WS-FX-FOUND          PIC X.
           88 WS-FX-IS-FOUND    VALUE "Y".

       01  FS-DRAWEVT           PIC XX.
           88 FS-DRAWEVT-OK     VALUE "00".
           88 FS-DRAWEVT-EOF    VALUE "10".
       01  WS-PAID-OUT-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01  WS-PICKUP-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01  WS-PAID-OUT-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-PICKUP-COUNT      PIC 9(5) VALUE ZERO.

       01  FS-TICKETS           PIC XX.
           88 FS-TICKETS-OK     VALUE "00".
       01  WS-TICKETS-OPEN      PIC X VALUE "N".
           88 WS-TICKETS-IS-OPEN VALUE "Y".

       01  WS-VAN-BRANCH        PIC X(2) VALUE "VN".
       01  WS-BRANCH-FILTER     PIC X(2).
           88 WS-ALL-BRANCHES   VALUE SPACES.
       01  WS-LINE-BRANCH       PIC X(2).
       01  WS-BRANCH-MATRIX.
           05 WS-BM-ENTRY OCCURS 8 TIMES INDEXED BY WS-BIDX.
               10 WS-BM-CODE      PIC X(2).
               10 WS-BM-CASH      PIC S9(11)V99.
               10 WS-BM-CARD      PIC S9(11)V99.
               10 WS-BM-ACCOUNT   PIC S9(11)V99.
               10 WS-BM-GIFTCARD  PIC S9(11)V99.
               10 WS-BM-DAY       PIC S9(11)V99.
       01  WS-BM-COUNT          PIC 9 VALUE ZERO.
       01  WS-BM-OTHER          PIC 9 VALUE 8.
       01  WS-BM-USED           PIC 9.
       01  WS-BM-OTHER-USED     PIC X VALUE "N".
           88 WS-BM-OTHER-IN-USE VALUE "Y".
       01  WS-BM-FOUND-FLAG     PIC X.
           88 WS-BM-FOUND       VALUE "Y".
       01  WS-BM-ROW            PIC X.
           88 WS-BM-ROW-CASH    VALUE "C".
           88 WS-BM-ROW-CARD    VALUE "T".
           88 WS-BM-ROW-ACCOUNT VALUE "A".
           88 WS-BM-ROW-GIFT    VALUE "G".
           88 WS-BM-ROW-DAY     VALUE "D".
       01  WS-BM-AMOUNT-EDIT    PIC ---,---,--9.99.
       01  WS-BM-LABEL          PIC X(15).
       01  WS-BM-POINTER        PIC 9(3).
       01  WS-BM-LINE           PIC X(132).

       01  WS-REPORT-DATE       PIC 9(8).
       01  WS-LINE-AMOUNT       PIC S9(11)V99.

       01  WS-CARD-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  WS-ACCOUNT-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01  WS-GIFTCARD-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01  WS-FOREIGN-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01  WS-OTHER-TOTAL       PIC S9(11)V99 VALUE ZERO.
       01  WS-DAY-TOTAL         PIC S9(11)V99 VALUE ZERO.

       01  WS-CARD-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-ACCOUNT-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-GIFTCARD-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-FOREIGN-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-OTHER-COUNT       PIC 9(5) VALUE ZERO.

       01  WS-REVENUE-EDIT      PIC -,---,---,--9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CASH DRAWER DATE (YYYYMMDD, 0 = TODAY): "
           IF WS-REPORT-DATE = ZERO
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "BRANCH (BLANK = ALL BRANCHES): " WITH NO ADVANCING.
           MOVE SPACES TO WS-BRANCH-FILTER.
           ACCEPT WS-BRANCH-FILTER.
           INITIALIZE WS-BRANCH-MATRIX.
           PERFORM OPEN-FILE.
           IF FS-VENTAS-OK
               MOVE WS-REPORT-DATE TO VENTA-FECHA
               PERFORM READ-NEXT-SALE
               PERFORM TALLY-SALE UNTIL FS-VENTAS-EOF
               PERFORM APPLY-TENDER-SPLITS
               PERFORM APPLY-FOREIGN-TENDERS
               PERFORM APPLY-DRAWER-EVENTS
               PERFORM PRINT-DRAWER-TOTALS
               IF WS-ALL-BRANCHES AND WS-BM-COUNT > ZERO
                   PERFORM PRINT-BRANCH-MATRIX
               END-IF
           END-IF.
           PERFORM CLOSE-FILE.
           STOP RUN.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "CASH-DRAWER-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT TICKETS-FILE.
           IF FS-TICKETS-OK
               SET WS-TICKETS-IS-OPEN TO TRUE
           END-IF.

       READ-NEXT-SALE.
           END-IF.

       TALLY-SALE.
           IF VENTA-BRANCH NOT = WS-VAN-BRANCH
               IF WS-ALL-BRANCHES OR VENTA-BRANCH = WS-BRANCH-FILTER
                   PERFORM TALLY-ONE-LINE
               END-IF
           END-IF.
           PERFORM READ-NEXT-SALE.

       TALLY-ONE-LINE.
           COMPUTE WS-LINE-AMOUNT =
              VENTA-PRECIO * VENTA-CANTIDAD.
           IF VENTA-CREDIT OR VENTA-VOID
               WHEN VENTA-GIFTCARD
                   ADD WS-LINE-AMOUNT TO WS-GIFTCARD-TOTAL
                   ADD 1 TO WS-GIFTCARD-COUNT
               WHEN VENTA-FOREIGN-CASH
                   ADD WS-LINE-AMOUNT TO WS-FOREIGN-TOTAL
                   ADD 1 TO WS-FOREIGN-COUNT
               WHEN OTHER
                   ADD WS-LINE-AMOUNT TO WS-OTHER-TOTAL
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE.
           ADD WS-LINE-AMOUNT TO WS-DAY-TOTAL.
           IF WS-ALL-BRANCHES
               MOVE VENTA-BRANCH TO WS-LINE-BRANCH
               PERFORM FIND-BRANCH-COLUMN
               EVALUATE TRUE
                   WHEN VENTA-CASH
                       ADD WS-LINE-AMOUNT TO WS-BM-CASH (WS-BIDX)
                   WHEN VENTA-CARD
                       ADD WS-LINE-AMOUNT TO WS-BM-CARD (WS-BIDX)
                   WHEN VENTA-ACCOUNT
                       ADD WS-LINE-AMOUNT TO WS-BM-ACCOUNT (WS-BIDX)
                   WHEN VENTA-GIFTCARD
                       ADD WS-LINE-AMOUNT TO WS-BM-GIFTCARD (WS-BIDX)
               END-EVALUATE
               ADD WS-LINE-AMOUNT TO WS-BM-DAY (WS-BIDX)
           END-IF.

      * Columns are handed out to branches in the order they are met;
      * once seven are taken the remaining branches share OTHER
       FIND-BRANCH-COLUMN.
           MOVE "N" TO WS-BM-FOUND-FLAG.
           PERFORM VARYING WS-BIDX FROM 1 BY 1
              UNTIL WS-BIDX > WS-BM-COUNT OR WS-BM-FOUND
               IF WS-BM-CODE (WS-BIDX) = WS-LINE-BRANCH
                   MOVE "Y" TO WS-BM-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-BM-FOUND
               SET WS-BIDX DOWN BY 1
           ELSE
               IF WS-BM-COUNT < WS-BM-OTHER - 1
                   ADD 1 TO WS-BM-COUNT
                   SET WS-BIDX TO WS-BM-COUNT
                   MOVE WS-LINE-BRANCH TO WS-BM-CODE (WS-BIDX)
               ELSE
                   SET WS-BIDX TO WS-BM-OTHER
                   MOVE "Y" TO WS-BM-OTHER-USED
               END-IF
           END-IF.

       GET-TICKET-BRANCH.
           MOVE SPACES TO WS-LINE-BRANCH.
           IF WS-TICKETS-IS-OPEN
               READ TICKETS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TICKET-BRANCH TO WS-LINE-BRANCH
               END-READ
           END-IF.

       APPLY-TENDER-SPLITS.
           OPEN INPUT TSPLIT-FILE.

       APPLY-ONE-SPLIT.
           IF TS-FECHA = WS-REPORT-DATE
               MOVE TS-TICKET TO TICKET-NUMBER
               PERFORM GET-TICKET-BRANCH
               IF WS-ALL-BRANCHES OR WS-LINE-BRANCH = WS-BRANCH-FILTER
                   PERFORM APPLY-SPLIT-AMOUNTS
               END-IF
           END-IF.
           PERFORM READ-NEXT-SPLIT.

       APPLY-SPLIT-AMOUNTS.
           ADD 1 TO WS-SPLIT-COUNT.
           SUBTRACT TS-SPLIT-AMOUNT FROM WS-GIFTCARD-TOTAL.
           EVALUATE TS-SPLIT-TENDER
               WHEN "C"
                   ADD TS-SPLIT-AMOUNT TO WS-CASH-TOTAL
               WHEN "T"
                   ADD TS-SPLIT-AMOUNT TO WS-CARD-TOTAL
               WHEN "A"
                   ADD TS-SPLIT-AMOUNT TO WS-ACCOUNT-TOTAL
               WHEN OTHER
                   ADD TS-SPLIT-AMOUNT TO WS-OTHER-TOTAL
           END-EVALUATE.
           IF WS-ALL-BRANCHES
               PERFORM FIND-BRANCH-COLUMN
               SUBTRACT TS-SPLIT-AMOUNT
                  FROM WS-BM-GIFTCARD (WS-BIDX)
               EVALUATE TS-SPLIT-TENDER
                   WHEN "C"
                       ADD TS-SPLIT-AMOUNT TO WS-BM-CASH (WS-BIDX)
                   WHEN "T"
                       ADD TS-SPLIT-AMOUNT TO WS-BM-CARD (WS-BIDX)
                   WHEN "A"
                       ADD TS-SPLIT-AMOUNT
                          TO WS-BM-ACCOUNT (WS-BIDX)
               END-EVALUATE
           END-IF.

       APPLY-FOREIGN-TENDERS.
           OPEN INPUT FXTEND-FILE.
           IF FS-FXTEND-OK
               PERFORM READ-NEXT-FOREIGN
               PERFORM APPLY-ONE-FOREIGN UNTIL FS-FXTEND-EOF
               CLOSE FXTEND-FILE
           END-IF.
           SUBTRACT WS-FX-CHANGE-TOTAL FROM WS-CASH-TOTAL.

       READ-NEXT-FOREIGN.
           READ FXTEND-FILE
               AT END
                   SET FS-FXTEND-EOF TO TRUE
           END-READ.

       APPLY-ONE-FOREIGN.
           IF FX-FECHA = WS-REPORT-DATE
               MOVE FX-TICKET TO TICKET-NUMBER
               PERFORM GET-TICKET-BRANCH
               IF WS-ALL-BRANCHES OR WS-LINE-BRANCH = WS-BRANCH-FILTER
                   PERFORM APPLY-FOREIGN-AMOUNTS
               END-IF
           END-IF.
           PERFORM READ-NEXT-FOREIGN.

       APPLY-FOREIGN-AMOUNTS.
           ADD FX-CHANGE-LOCAL TO WS-FX-CHANGE-TOTAL.
           IF WS-ALL-BRANCHES
               PERFORM FIND-BRANCH-COLUMN
               SUBTRACT FX-CHANGE-LOCAL FROM WS-BM-CASH (WS-BIDX)
           END-IF.
           PERFORM FIND-CURRENCY-ENTRY.
           IF WS-FX-IS-FOUND
               ADD 1 TO WS-FX-TICKETS (WS-FX-IDX)
               ADD FX-FOREIGN-TENDERED TO WS-FX-FOREIGN (WS-FX-IDX)
               COMPUTE WS-FX-LOCAL (WS-FX-IDX) ROUNDED =
                  WS-FX-LOCAL (WS-FX-IDX) +
                  FX-FOREIGN-TENDERED * FX-RATE
           END-IF.

       APPLY-DRAWER-EVENTS.
           OPEN INPUT DRAWEVT-FILE.
           IF FS-DRAWEVT-OK
               PERFORM READ-NEXT-EVENT
               PERFORM APPLY-ONE-EVENT UNTIL FS-DRAWEVT-EOF
               CLOSE DRAWEVT-FILE
           END-IF.
           SUBTRACT WS-PAID-OUT-TOTAL FROM WS-CASH-TOTAL.
           SUBTRACT WS-PICKUP-TOTAL FROM WS-CASH-TOTAL.

       READ-NEXT-EVENT.
           READ DRAWEVT-FILE
               AT END
                   SET FS-DRAWEVT-EOF TO TRUE
           END-READ.

       APPLY-ONE-EVENT.
           IF DEV-FECHA = WS-REPORT-DATE
              AND (WS-ALL-BRANCHES OR DEV-BRANCH = WS-BRANCH-FILTER)
               IF WS-ALL-BRANCHES
                   MOVE DEV-BRANCH TO WS-LINE-BRANCH
                   PERFORM FIND-BRANCH-COLUMN
                   SUBTRACT DEV-AMOUNT FROM WS-BM-CASH (WS-BIDX)
               END-IF
               IF DEV-PAID-OUT
                   ADD DEV-AMOUNT TO WS-PAID-OUT-TOTAL
                   ADD 1 TO WS-PAID-OUT-COUNT
               ELSE
                   ADD DEV-AMOUNT TO WS-PICKUP-TOTAL
                   ADD 1 TO WS-PICKUP-COUNT
               END-IF
           END-IF.
           PERFORM READ-NEXT-EVENT.

       FIND-CURRENCY-ENTRY.
           MOVE "N" TO WS-FX-FOUND.
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
              UNTIL WS-FX-IDX > WS-FX-COUNT OR WS-FX-IS-FOUND
               IF WS-FX-CODE (WS-FX-IDX) = FX-CURRENCY
                   MOVE "Y" TO WS-FX-FOUND
               END-IF
           END-PERFORM.
           IF WS-FX-IS-FOUND
               SET WS-FX-IDX DOWN BY 1
           ELSE
               IF WS-FX-COUNT < 20
                   ADD 1 TO WS-FX-COUNT
                   SET WS-FX-IDX TO WS-FX-COUNT
                   MOVE FX-CURRENCY TO WS-FX-CODE (WS-FX-IDX)
                   MOVE ZERO TO WS-FX-TICKETS (WS-FX-IDX)
                      WS-FX-FOREIGN (WS-FX-IDX)
                      WS-FX-LOCAL (WS-FX-IDX)
                   MOVE "Y" TO WS-FX-FOUND
               END-IF
           END-IF.

       PRINT-DRAWER-TOTALS.
           DISPLAY " ".
           IF WS-ALL-BRANCHES
               DISPLAY "END OF DAY CASH DRAWER - " WS-REPORT-DATE
                  " - ALL BRANCHES"
           ELSE
               DISPLAY "END OF DAY CASH DRAWER - " WS-REPORT-DATE
                  " - BRANCH " WS-BRANCH-FILTER
           END-IF.
           MOVE WS-CASH-TOTAL TO WS-REVENUE-EDIT.
           DISPLAY "EXPECTED CASH IN DRAWER: " WS-REVENUE-EDIT
              " (" WS-CASH-COUNT " LINE(S))".
           IF WS-FX-CHANGE-TOTAL NOT = ZERO
               MOVE WS-FX-CHANGE-TOTAL TO WS-REVENUE-EDIT
               DISPLAY "  LESS LOCAL CHANGE ON FOREIGN CASH: "
                  WS-REVENUE-EDIT
           END-IF.
           IF WS-PAID-OUT-COUNT > ZERO
               MOVE WS-PAID-OUT-TOTAL TO WS-REVENUE-EDIT
               DISPLAY "  LESS PAID-OUTS:      " WS-REVENUE-EDIT
                  " (" WS-PAID-OUT-COUNT " EVENT(S))"
           END-IF.
           IF WS-PICKUP-COUNT > ZERO
               MOVE WS-PICKUP-TOTAL TO WS-REVENUE-EDIT
               DISPLAY "  LESS PICKUPS TO SAFE:" WS-REVENUE-EDIT
                  " (" WS-PICKUP-COUNT " EVENT(S))"
           END-IF.
           IF WS-FOREIGN-COUNT > ZERO
               MOVE WS-FOREIGN-TOTAL TO WS-REVENUE-EDIT
               DISPLAY "FOREIGN CASH SALES:      " WS-REVENUE-EDIT
                  " (" WS-FOREIGN-COUNT " LINE(S))"
               PERFORM PRINT-CURRENCY-LINE
                  VARYING WS-FX-IDX FROM 1 BY 1
                  UNTIL WS-FX-IDX > WS-FX-COUNT
           END-IF.
           MOVE WS-CARD-TOTAL TO WS-REVENUE-EDIT.
           DISPLAY "CARD SETTLEMENT:         " WS-REVENUE-EDIT
              " (" WS-CARD-COUNT " LINE(S))".
           MOVE WS-DAY-TOTAL TO WS-REVENUE-EDIT.
           DISPLAY "DAY TOTAL:               " WS-REVENUE-EDIT.

       PRINT-CURRENCY-LINE.
           MOVE WS-FX-FOREIGN (WS-FX-IDX) TO WS-REVENUE-EDIT.
           DISPLAY "  EXPECTED " WS-FX-CODE (WS-FX-IDX) " CASH:    "
              WS-REVENUE-EDIT " (" WS-FX-TICKETS (WS-FX-IDX)
              " TICKET(S))".
           MOVE WS-FX-LOCAL (WS-FX-IDX) TO WS-REVENUE-EDIT.
           DISPLAY "    AT THE DAY'S RATE:    " WS-REVENUE-EDIT.

       PRINT-BRANCH-MATRIX.
           MOVE WS-BM-COUNT TO WS-BM-USED.
           IF WS-BM-OTHER-IN-USE
               MOVE WS-BM-OTHER TO WS-BM-USED
           END-IF.
           DISPLAY " ".
           DISPLAY "DRAWER BY BRANCH".
           MOVE SPACES TO WS-BM-LINE.
           MOVE 1 TO WS-BM-POINTER.
           STRING "BRANCH      " DELIMITED BY SIZE
              INTO WS-BM-LINE WITH POINTER WS-BM-POINTER
           END-STRING.
           PERFORM VARYING WS-BIDX FROM 1 BY 1
              UNTIL WS-BIDX > WS-BM-USED
               EVALUATE TRUE
                   WHEN WS-BIDX = WS-BM-OTHER
                       MOVE "          OTHER" TO WS-BM-LABEL
                   WHEN WS-BM-CODE (WS-BIDX) = SPACES
                       MOVE "             HO" TO WS-BM-LABEL
                   WHEN OTHER
                       MOVE SPACES TO WS-BM-LABEL
                       MOVE WS-BM-CODE (WS-BIDX) TO WS-BM-LABEL (14:2)
               END-EVALUATE
               STRING WS-BM-LABEL DELIMITED BY SIZE
                  INTO WS-BM-LINE WITH POINTER WS-BM-POINTER
               END-STRING
           END-PERFORM.
           DISPLAY WS-BM-LINE.
           SET WS-BM-ROW-CASH TO TRUE.
           PERFORM PRINT-BRANCH-ROW.
           SET WS-BM-ROW-CARD TO TRUE.
           PERFORM PRINT-BRANCH-ROW.
           SET WS-BM-ROW-ACCOUNT TO TRUE.
           PERFORM PRINT-BRANCH-ROW.
           SET WS-BM-ROW-GIFT TO TRUE.
           PERFORM PRINT-BRANCH-ROW.
           SET WS-BM-ROW-DAY TO TRUE.
           PERFORM PRINT-BRANCH-ROW.

       PRINT-BRANCH-ROW.
           MOVE SPACES TO WS-BM-LINE.
           MOVE 1 TO WS-BM-POINTER.
           EVALUATE TRUE
               WHEN WS-BM-ROW-CASH
                   MOVE "CASH" TO WS-BM-LABEL
               WHEN WS-BM-ROW-CARD
                   MOVE "CARD" TO WS-BM-LABEL
               WHEN WS-BM-ROW-ACCOUNT
                   MOVE "ACCOUNT" TO WS-BM-LABEL
               WHEN WS-BM-ROW-GIFT
                   MOVE "GIFT CARD" TO WS-BM-LABEL
               WHEN OTHER
                   MOVE "DAY TOTAL" TO WS-BM-LABEL
           END-EVALUATE.
           STRING WS-BM-LABEL (1:12) DELIMITED BY SIZE
              INTO WS-BM-LINE WITH POINTER WS-BM-POINTER
           END-STRING.
           PERFORM VARYING WS-BIDX FROM 1 BY 1
              UNTIL WS-BIDX > WS-BM-USED
               EVALUATE TRUE
                   WHEN WS-BM-ROW-CASH
                       MOVE WS-BM-CASH (WS-BIDX) TO WS-BM-AMOUNT-EDIT
                   WHEN WS-BM-ROW-CARD
                       MOVE WS-BM-CARD (WS-BIDX) TO WS-BM-AMOUNT-EDIT
                   WHEN WS-BM-ROW-ACCOUNT
                       MOVE WS-BM-ACCOUNT (WS-BIDX)
                          TO WS-BM-AMOUNT-EDIT
                   WHEN WS-BM-ROW-GIFT
                       MOVE WS-BM-GIFTCARD (WS-BIDX)
                          TO WS-BM-AMOUNT-EDIT
                   WHEN OTHER
                       MOVE WS-BM-DAY (WS-BIDX) TO WS-BM-AMOUNT-EDIT
               END-EVALUATE
               STRING " " DELIMITED BY SIZE
                  WS-BM-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO WS-BM-LINE WITH POINTER WS-BM-POINTER
               END-STRING
           END-PERFORM.
           DISPLAY WS-BM-LINE.

       CLOSE-FILE.
           CLOSE VENTAS-FILE.
           IF WS-TICKETS-IS-OPEN
               CLOSE TICKETS-FILE
           END-IF.
