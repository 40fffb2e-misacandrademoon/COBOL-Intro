      ******************************************************************
      * Author:
      * Date:
      * Purpose: Market basket report of products bought together,
      *          for shelving, kit and promotion planning. Reads the
      *          SELLS.DAT lines for a date range through the
      *          VENTA-FECHA key and gathers each ticket's basket
      *          from its VENTA-TICKET lines - merchandise only:
      *          sale lines not reversed, for products on
      *          PRODUCTS.DAT that are not non-stock (gift cards,
      *          services), so fees, coupons, delivery charges and
      *          points redemptions are left out. For every product
      *          pair that appears together on at least the minimum
      *          number of tickets it prints the tickets with both,
      *          the percentage of A's tickets that also hold B and
      *          of B's that also hold A, and the lift - how many
      *          times more often the two share a ticket than chance
      *          would suggest - strongest lift first. Can be limited
      *          to pairs with a product in one category. Under the
      *          batch driver the date range comes from DATEPARM.DAT
      *          and the filters default. Written to BASKET.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKET-BASKET-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENTAS-FILE ASSIGN TO "SELLS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTA-NUMERO
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT DATE-PARM-FILE ASSIGN TO "DATEPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DATE-PARM.

           SELECT PRINT-FILE ASSIGN TO "BASKET.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS-FILE.
       COPY VENTAS-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  DATE-PARM-FILE.
       01  DATE-PARM-RECORD.
           05 PARM-FROM-DATE      PIC 9(8).
           05 FILLER              PIC X.
           05 PARM-TO-DATE        PIC 9(8).

       FD  PRINT-FILE.
       01  PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
           88 FS-VENTAS-EOF     VALUE "10".

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  FS-DATE-PARM         PIC XX.
           88 FS-DATE-PARM-OK   VALUE "00".

       01  FS-PRINT             PIC XX.
           88 FS-PRINT-OK       VALUE "00".

       01  WS-PRODUCTS-OPEN     PIC X VALUE "N".
           88 WS-PRODUCTS-IS-OPEN VALUE "Y".
       01  WS-FROM-DATE         PIC 9(8).
       01  WS-TO-DATE           PIC 9(8).
       01  WS-BATCH-FLAG        PIC X VALUE "N".
           88 WS-BATCH-RUN      VALUE "Y".
       01  WS-CATEGORY-FILTER   PIC X(4) VALUE SPACES.
       01  WS-MIN-TICKETS       PIC 9(5).
       01  WS-DEFAULT-MIN       PIC 9(5) VALUE 3.
       01  WS-MAX-PRINTED       PIC 9(3) VALUE 100.

      * The basket of the ticket being gathered
       01  WS-BASKET-TICKET     PIC 9(6) VALUE ZERO.
       01  WS-BASKET-TABLE.
           05 WS-BASKET-ENTRY OCCURS 60 TIMES INDEXED BY WS-BSK-IDX.
               10 WS-BSK-PROD-IDX  PIC 9(4).
       01  WS-BASKET-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-BSK-OTHER         PIC 9(3).

       01  WS-PRODUCT-TABLE.
           05 WS-PT-ENTRY OCCURS 1000 TIMES INDEXED BY WS-PT-IDX.
               10 WS-PT-CODE       PIC X(5).
               10 WS-PT-NAME       PIC X(20).
               10 WS-PT-CATEGORY   PIC X(4).
               10 WS-PT-TICKETS    PIC 9(7).
       01  WS-PRODUCT-COUNT     PIC 9(4) VALUE ZERO.

       01  WS-PAIR-TABLE.
           05 WS-PR-ENTRY OCCURS 5000 TIMES INDEXED BY WS-PR-IDX.
               10 WS-PR-A-IDX      PIC 9(4).
               10 WS-PR-B-IDX      PIC 9(4).
               10 WS-PR-TICKETS    PIC 9(7).
               10 WS-PR-LIFT       PIC 9(5)V99.
               10 WS-PR-STATUS     PIC X.
                   88 WS-PR-QUALIFIES VALUE "Q".
                   88 WS-PR-PRINTED   VALUE "P".
       01  WS-PAIR-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-PAIR-MAX          PIC 9(4) VALUE 5000.
       01  WS-PAIRS-DROPPED     PIC 9(7) VALUE ZERO.
       01  WS-PRODUCTS-DROPPED  PIC 9(7) VALUE ZERO.

       01  WS-A-IDX             PIC 9(4).
       01  WS-B-IDX             PIC 9(4).
       01  WS-SWAP-IDX          PIC 9(4).
       01  WS-PROD-IDX          PIC 9(4).
       01  WS-BEST-IDX          PIC 9(4).
       01  WS-BEST-LIFT         PIC 9(5)V99.
       01  WS-FOUND-FLAG        PIC X VALUE "N".
           88 WS-FOUND          VALUE "Y".

       01  WS-TOTAL-BASKETS     PIC 9(7) VALUE ZERO.
       01  WS-QUALIFY-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-PRINTED-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-PCT-A-WITH-B      PIC 9(3)V9.
       01  WS-PCT-B-WITH-A      PIC 9(3)V9.

       01  WS-TICKETS-EDIT      PIC Z,ZZZ,ZZ9.
       01  WS-PCT-EDIT-1        PIC ZZ9.9.
       01  WS-PCT-EDIT-2        PIC ZZ9.9.
       01  WS-LIFT-EDIT         PIC ZZ,ZZ9.99.
       01  WS-MIN-EDIT          PIC ZZ,ZZ9.

       01  WS-DETAIL-LINE       PIC X(132).
       01  WS-PAGE-NUMBER       PIC 9(4) VALUE ZERO.
       01  WS-PAGE-EDIT         PIC ZZZ9.
       01  WS-PAGE-LINES        PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE    PIC 9(2) VALUE 60.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-TIME          PIC 9(6).

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "MARKET BASKET REPORT".
           PERFORM GET-REPORT-DATES.
           PERFORM GET-FILTERS.
           PERFORM OPEN-FILES.
           IF FS-VENTAS-OK AND FS-PRODUCTS-OK
               MOVE WS-FROM-DATE TO VENTA-FECHA
               START VENTAS-FILE KEY IS >= VENTA-FECHA
                   INVALID KEY
                       SET FS-VENTAS-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-SALE
               PERFORM COLLECT-LINE UNTIL FS-VENTAS-EOF
               PERFORM CLOSE-BASKET
               PERFORM RATE-PAIR
                  VARYING WS-PR-IDX FROM 1 BY 1
                  UNTIL WS-PR-IDX > WS-PAIR-COUNT
               PERFORM PRINT-STRONGEST-PAIR
                  UNTIL WS-PRINTED-COUNT >= WS-MAX-PRINTED
                  OR WS-PRINTED-COUNT >= WS-QUALIFY-COUNT
               PERFORM WRITE-END-OF-REPORT
               DISPLAY "BASKETS READ: " WS-TOTAL-BASKETS
               DISPLAY "PAIRS LISTED: " WS-PRINTED-COUNT
               DISPLAY "REPORT WRITTEN TO BASKET.PRT"
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       GET-REPORT-DATES.
           OPEN INPUT DATE-PARM-FILE.
           IF FS-DATE-PARM-OK
               READ DATE-PARM-FILE
                   AT END
                       PERFORM PROMPT-REPORT-DATES
                   NOT AT END
                       MOVE "Y" TO WS-BATCH-FLAG
                       MOVE PARM-FROM-DATE TO WS-FROM-DATE
                       MOVE PARM-TO-DATE TO WS-TO-DATE
                       DISPLAY "DATE RANGE TAKEN FROM DATEPARM.DAT: "
                          WS-FROM-DATE " TO " WS-TO-DATE
               END-READ
               CLOSE DATE-PARM-FILE
           ELSE
               PERFORM PROMPT-REPORT-DATES
           END-IF.

       PROMPT-REPORT-DATES.
           DISPLAY "FROM DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE.
           DISPLAY "TO DATE (YYYYMMDD, 0 = TODAY): " WITH NO ADVANCING.
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = ZERO
               ACCEPT WS-TO-DATE FROM DATE YYYYMMDD
           END-IF.

       GET-FILTERS.
           MOVE SPACES TO WS-CATEGORY-FILTER.
           MOVE WS-DEFAULT-MIN TO WS-MIN-TICKETS.
           IF NOT WS-BATCH-RUN
               DISPLAY "CATEGORY (4 characters, BLANK = ALL): "
                  WITH NO ADVANCING
               ACCEPT WS-CATEGORY-FILTER
               MOVE WS-DEFAULT-MIN TO WS-MIN-EDIT
               DISPLAY "MINIMUM TICKETS WITH BOTH (0 = "
                  WS-MIN-EDIT "): " WITH NO ADVANCING
               ACCEPT WS-MIN-TICKETS
               IF WS-MIN-TICKETS = ZERO
                   MOVE WS-DEFAULT-MIN TO WS-MIN-TICKETS
               END-IF
           END-IF.

       OPEN-FILES.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "MARKET-BASKET-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF FS-PRODUCTS-OK
               SET WS-PRODUCTS-IS-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "MARKET-BASKET-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-OK
               DISPLAY "ERROR CREATING PRINT FILE: " FS-PRINT
               MOVE "MARKET-BASKET-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "BASKET.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRINT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

       READ-NEXT-SALE.
           IF NOT FS-VENTAS-EOF
               READ VENTAS-FILE NEXT RECORD
                   AT END
                       SET FS-VENTAS-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT FS-VENTAS-EOF
               IF VENTA-FECHA > WS-TO-DATE
                   SET FS-VENTAS-EOF TO TRUE
               END-IF
           END-IF.

      * A ticket's lines are posted together, so they arrive together
      * within their date on the VENTA-FECHA key.
       COLLECT-LINE.
           IF VENTA-TICKET NOT = WS-BASKET-TICKET
               PERFORM CLOSE-BASKET
               MOVE VENTA-TICKET TO WS-BASKET-TICKET
           END-IF.
           IF VENTA-TICKET > ZERO
              AND VENTA-SALE AND NOT VENTA-IS-REVERSED
               PERFORM FIND-PRODUCT
               IF WS-PROD-IDX > ZERO
                   PERFORM ADD-TO-BASKET
               END-IF
           END-IF.
           PERFORM READ-NEXT-SALE.

      * Returns the product's table entry in WS-PROD-IDX, or zero for
      * a line that is not merchandise or will not fit the table.
       FIND-PRODUCT.
           MOVE ZERO TO WS-PROD-IDX.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > WS-PRODUCT-COUNT OR WS-PROD-IDX > ZERO
               IF WS-PT-CODE (WS-PT-IDX) = VENTA-CODIGO
                   SET WS-PROD-IDX TO WS-PT-IDX
               END-IF
           END-PERFORM.
           IF WS-PROD-IDX = ZERO
               MOVE VENTA-CODIGO TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PROD-NON-STOCK
                           IF WS-PRODUCT-COUNT < 1000
                               ADD 1 TO WS-PRODUCT-COUNT
                               MOVE WS-PRODUCT-COUNT TO WS-PROD-IDX
                               MOVE PROD-CODE TO
                                  WS-PT-CODE (WS-PROD-IDX)
                               MOVE PROD-NAME TO
                                  WS-PT-NAME (WS-PROD-IDX)
                               MOVE PROD-CATEGORY TO
                                  WS-PT-CATEGORY (WS-PROD-IDX)
                               MOVE ZERO TO
                                  WS-PT-TICKETS (WS-PROD-IDX)
                           ELSE
                               ADD 1 TO WS-PRODUCTS-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-IF.

       ADD-TO-BASKET.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-BSK-IDX FROM 1 BY 1
              UNTIL WS-BSK-IDX > WS-BASKET-COUNT OR WS-FOUND
               IF WS-BSK-PROD-IDX (WS-BSK-IDX) = WS-PROD-IDX
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND AND WS-BASKET-COUNT < 60
               ADD 1 TO WS-BASKET-COUNT
               MOVE WS-PROD-IDX TO WS-BSK-PROD-IDX (WS-BASKET-COUNT)
           END-IF.

       CLOSE-BASKET.
           IF WS-BASKET-COUNT > ZERO
               ADD 1 TO WS-TOTAL-BASKETS
               PERFORM VARYING WS-BSK-IDX FROM 1 BY 1
                  UNTIL WS-BSK-IDX > WS-BASKET-COUNT
                   MOVE WS-BSK-PROD-IDX (WS-BSK-IDX) TO WS-PROD-IDX
                   ADD 1 TO WS-PT-TICKETS (WS-PROD-IDX)
                   SET WS-BSK-OTHER TO WS-BSK-IDX
                   ADD 1 TO WS-BSK-OTHER
                   PERFORM COUNT-BASKET-PAIR
                      UNTIL WS-BSK-OTHER > WS-BASKET-COUNT
               END-PERFORM
           END-IF.
           MOVE ZERO TO WS-BASKET-COUNT.

      * Pairs are held with the lower table entry first, so A-B and
      * B-A land on the same entry.
       COUNT-BASKET-PAIR.
           MOVE WS-BSK-PROD-IDX (WS-BSK-IDX) TO WS-A-IDX.
           MOVE WS-BSK-PROD-IDX (WS-BSK-OTHER) TO WS-B-IDX.
           IF WS-A-IDX > WS-B-IDX
               MOVE WS-A-IDX TO WS-SWAP-IDX
               MOVE WS-B-IDX TO WS-A-IDX
               MOVE WS-SWAP-IDX TO WS-B-IDX
           END-IF.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
              UNTIL WS-PR-IDX > WS-PAIR-COUNT OR WS-FOUND
               IF WS-PR-A-IDX (WS-PR-IDX) = WS-A-IDX
                  AND WS-PR-B-IDX (WS-PR-IDX) = WS-B-IDX
                   ADD 1 TO WS-PR-TICKETS (WS-PR-IDX)
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-PAIR-COUNT < WS-PAIR-MAX
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-A-IDX TO WS-PR-A-IDX (WS-PAIR-COUNT)
                   MOVE WS-B-IDX TO WS-PR-B-IDX (WS-PAIR-COUNT)
                   MOVE 1 TO WS-PR-TICKETS (WS-PAIR-COUNT)
                   MOVE SPACE TO WS-PR-STATUS (WS-PAIR-COUNT)
               ELSE
                   ADD 1 TO WS-PAIRS-DROPPED
               END-IF
           END-IF.
           ADD 1 TO WS-BSK-OTHER.

      * Lift is the share of baskets holding both over the share
      * expected if A and B were bought independently.
       RATE-PAIR.
           MOVE WS-PR-A-IDX (WS-PR-IDX) TO WS-A-IDX.
           MOVE WS-PR-B-IDX (WS-PR-IDX) TO WS-B-IDX.
           IF WS-PR-TICKETS (WS-PR-IDX) >= WS-MIN-TICKETS
              AND (WS-CATEGORY-FILTER = SPACES
                 OR WS-PT-CATEGORY (WS-A-IDX) = WS-CATEGORY-FILTER
                 OR WS-PT-CATEGORY (WS-B-IDX) = WS-CATEGORY-FILTER)
               COMPUTE WS-PR-LIFT (WS-PR-IDX) ROUNDED =
                  WS-PR-TICKETS (WS-PR-IDX) * WS-TOTAL-BASKETS
                  / (WS-PT-TICKETS (WS-A-IDX)
                     * WS-PT-TICKETS (WS-B-IDX))
               SET WS-PR-QUALIFIES (WS-PR-IDX) TO TRUE
               ADD 1 TO WS-QUALIFY-COUNT
           END-IF.

       PRINT-STRONGEST-PAIR.
           MOVE ZERO TO WS-BEST-IDX WS-BEST-LIFT.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
              UNTIL WS-PR-IDX > WS-PAIR-COUNT
               IF WS-PR-QUALIFIES (WS-PR-IDX)
                   IF WS-BEST-IDX = ZERO
                      OR WS-PR-LIFT (WS-PR-IDX) > WS-BEST-LIFT
                      OR (WS-PR-LIFT (WS-PR-IDX) = WS-BEST-LIFT
                         AND WS-PR-TICKETS (WS-PR-IDX) >
                            WS-PR-TICKETS (WS-BEST-IDX))
                       SET WS-BEST-IDX TO WS-PR-IDX
                       MOVE WS-PR-LIFT (WS-PR-IDX) TO WS-BEST-LIFT
                   END-IF
               END-IF
           END-PERFORM.
           SET WS-PR-PRINTED (WS-BEST-IDX) TO TRUE.
           ADD 1 TO WS-PRINTED-COUNT.
           MOVE WS-PR-A-IDX (WS-BEST-IDX) TO WS-A-IDX.
           MOVE WS-PR-B-IDX (WS-BEST-IDX) TO WS-B-IDX.
           COMPUTE WS-PCT-A-WITH-B ROUNDED =
              WS-PR-TICKETS (WS-BEST-IDX) * 100
              / WS-PT-TICKETS (WS-A-IDX).
           COMPUTE WS-PCT-B-WITH-A ROUNDED =
              WS-PR-TICKETS (WS-BEST-IDX) * 100
              / WS-PT-TICKETS (WS-B-IDX).
           MOVE WS-PR-TICKETS (WS-BEST-IDX) TO WS-TICKETS-EDIT.
           MOVE WS-PCT-A-WITH-B TO WS-PCT-EDIT-1.
           MOVE WS-PCT-B-WITH-A TO WS-PCT-EDIT-2.
           MOVE WS-BEST-LIFT TO WS-LIFT-EDIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-PT-CODE (WS-A-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PT-NAME (WS-A-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PT-CATEGORY (WS-A-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PT-CODE (WS-B-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PT-NAME (WS-B-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PT-CATEGORY (WS-B-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TICKETS-EDIT DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-PCT-EDIT-1 DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-PCT-EDIT-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LIFT-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.

       WRITE-END-OF-REPORT.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "BASKETS (TICKETS WITH MERCHANDISE): " DELIMITED BY
                  SIZE
                  WS-TOTAL-BASKETS DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PAIRS MEETING THE FILTERS:          " DELIMITED BY
                  SIZE
                  WS-QUALIFY-COUNT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PAIRS LISTED:                       " DELIMITED BY
                  SIZE
                  WS-PRINTED-COUNT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           IF WS-PAIRS-DROPPED > ZERO OR WS-PRODUCTS-DROPPED > ZERO
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "*** TABLES FULL - " DELIMITED BY SIZE
                      WS-PRODUCTS-DROPPED DELIMITED BY SIZE
                      " PRODUCT(S) AND " DELIMITED BY SIZE
                      WS-PAIRS-DROPPED DELIMITED BY SIZE
                      " PAIR(S) NOT COUNTED - NARROW THE DATE RANGE"
                         DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-PRINT-LINE
               DISPLAY "TABLES FULL - NARROW THE DATE RANGE"
           END-IF.

       WRITE-PRINT-LINE.
           IF FS-PRINT-OK
               IF WS-PAGE-LINES >= WS-LINES-PER-PAGE
                   PERFORM WRITE-PAGE-HEADING
               END-IF
               MOVE WS-DETAIL-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               ADD 1 TO WS-PAGE-LINES
           END-IF.

       WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "MARKET BASKET - PRODUCTS BOUGHT TOGETHER "
                     DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  "  RUN " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  "  PAGE " DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE WS-MIN-TICKETS TO WS-MIN-EDIT.
           MOVE SPACES TO PRINT-LINE.
           IF WS-CATEGORY-FILTER = SPACES
               STRING "ALL CATEGORIES" DELIMITED BY SIZE
                      "  MINIMUM TICKETS WITH BOTH " DELIMITED BY SIZE
                      WS-MIN-EDIT DELIMITED BY SIZE
                      INTO PRINT-LINE
               END-STRING
           ELSE
               STRING "CATEGORY " DELIMITED BY SIZE
                      WS-CATEGORY-FILTER DELIMITED BY SIZE
                      "  MINIMUM TICKETS WITH BOTH " DELIMITED BY SIZE
                      WS-MIN-EDIT DELIMITED BY SIZE
                      INTO PRINT-LINE
               END-STRING
           END-IF.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "PRODUCT A                  CAT   "
                     DELIMITED BY SIZE
                  "PRODUCT B                  CAT"
                     DELIMITED BY SIZE
                  "    TICKETS %A WITH B %B WITH A      LIFT"
                     DELIMITED BY SIZE
                  INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 5 TO WS-PAGE-LINES.

       CLOSE-FILES.
           IF FS-VENTAS-OK OR FS-VENTAS-EOF
               CLOSE VENTAS-FILE
           END-IF.
           IF WS-PRODUCTS-IS-OPEN
               CLOSE PRODUCTS-FILE
           END-IF.
           IF FS-PRINT-OK
               CLOSE PRINT-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "BASKET.PRT" TO RAP-REPORT-FILE.
           MOVE "MARKET-BASKET-REPORT" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           STRING "FROM " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  " CATEGORY " DELIMITED BY SIZE
                  WS-CATEGORY-FILTER DELIMITED BY SIZE
                  " MIN " DELIMITED BY SIZE
                  WS-MIN-TICKETS DELIMITED BY SIZE
                  INTO RAP-PARAMETERS
           END-STRING.
           MOVE WS-PAGE-NUMBER TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
