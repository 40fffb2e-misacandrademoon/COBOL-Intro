      *          VENTA-PRECIO - showing lift in units, change in
      *          revenue, and the margin at PROD-COST in each period
      *          so the deals that just gave away margin stand out.
      *          The promo margin includes the supplier funding per
      *          unit on the units sold at the promo price - what
      *          BILLBACK-CLAIM claims back.
      *          Written to PROMOEFF.PRT.
      * Tectonics: cobc
      ******************************************************************
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
       01  WS-PROMO-UNITS       PIC 9(7).
       01  WS-PROMO-REVENUE     PIC 9(9)V99.
       01  WS-PROMO-MARGIN      PIC S9(9)V99.
       01  WS-FUNDED-UNITS      PIC 9(7).
       01  WS-PROMO-FUNDING     PIC 9(9)V99.
       01  WS-BASE-UNITS        PIC 9(7).
       01  WS-BASE-REVENUE      PIC 9(9)V99.
       01  WS-BASE-MARGIN       PIC S9(9)V99.
       01  WS-PROMO-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-RUN-DATE          PIC 9(8).

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PROMO-FILE.
           IF NOT FS-PROMO-OK
               DISPLAY "ERROR OPENING PROMO.DAT: " FS-PROMO
               MOVE "PROMO-EFFECT-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PROMO.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PROMO TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "PROMO-EFFECT-REPORT" TO ERP-PROGRAM
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
               MOVE "PROMO-EFFECT-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-OK
               DISPLAY "ERROR CREATING PROMOEFF.PRT: " FS-PRINT
               MOVE "PROMO-EFFECT-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PROMOEFF.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRINT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-PROMO.

       TALLY-BOTH-PERIODS.
           MOVE ZERO TO WS-PROMO-UNITS WS-PROMO-REVENUE
              WS-BASE-UNITS WS-BASE-REVENUE WS-FUNDED-UNITS.
           MOVE "00" TO FS-VENTAS.
           MOVE PROMO-PROD-CODE TO VENTA-CODIGO.
           START VENTAS-FILE KEY IS = VENTA-CODIGO
               INVALID KEY
                   SET FS-VENTAS-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-SALE.
           PERFORM TALLY-ONE-SALE UNTIL FS-VENTAS-EOF.
           COMPUTE WS-PROMO-FUNDING =
              WS-FUNDED-UNITS * PROMO-FUNDING-PER-UNIT.
           COMPUTE WS-PROMO-MARGIN = WS-PROMO-REVENUE -
              WS-PROMO-UNITS * PROD-COST + WS-PROMO-FUNDING.
           COMPUTE WS-BASE-MARGIN = WS-BASE-REVENUE -
              WS-BASE-UNITS * PROD-COST.
           COMPUTE WS-UNIT-LIFT = WS-PROMO-UNITS - WS-BASE-UNITS.
              WS-PROMO-MARGIN - WS-BASE-MARGIN.

       READ-NEXT-SALE.
           IF NOT FS-VENTAS-EOF
               READ VENTAS-FILE NEXT RECORD
                   AT END
                       SET FS-VENTAS-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT FS-VENTAS-EOF
               IF VENTA-CODIGO NOT = PROMO-PROD-CODE
                   SET FS-VENTAS-EOF TO TRUE
               END-IF
           END-IF.

       TALLY-ONE-SALE.
           IF VENTA-SALE AND NOT VENTA-IS-REVERSED
               EVALUATE TRUE
                   WHEN VENTA-FECHA >= PROMO-START-DATE
                      AND VENTA-FECHA <= PROMO-END-DATE
                       ADD VENTA-CANTIDAD TO WS-PROMO-UNITS
                       COMPUTE WS-PROMO-REVENUE = WS-PROMO-REVENUE
                          + VENTA-PRECIO * VENTA-CANTIDAD
                       IF VENTA-PRECIO = PROMO-PRICE
                           ADD VENTA-CANTIDAD TO WS-FUNDED-UNITS
                       END-IF
                   WHEN VENTA-FECHA >= WS-BASE-FROM
                      AND VENTA-FECHA <= WS-BASE-TO
                       ADD VENTA-CANTIDAD TO WS-BASE-UNITS
              INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           IF WS-PROMO-FUNDING > ZERO
               MOVE WS-PROMO-FUNDING TO WS-REV-EDIT
               STRING "  FUNDING:  UNITS " DELIMITED BY SIZE
                      WS-FUNDED-UNITS DELIMITED BY SIZE
                      " AT " DELIMITED BY SIZE
                      PROMO-FUNDING-PER-UNIT DELIMITED BY SIZE
                      " = " DELIMITED BY SIZE
                      WS-REV-EDIT DELIMITED BY SIZE
                      " (IN PROMO MARGIN)" DELIMITED BY SIZE
                  INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
           END-IF.
           MOVE WS-UNIT-LIFT TO WS-LIFT-EDIT.
           MOVE WS-REVENUE-CHANGE TO WS-CHANGE-EDIT.
           MOVE WS-MARGIN-CHANGE TO WS-MARGIN-EDIT.
           CLOSE PRODUCTS-FILE.
           IF FS-PRINT-OK
               CLOSE PRINT-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "PROMOEFF.PRT" TO RAP-REPORT-FILE.
           MOVE "PROMO-EFFECT-REPORT" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           STRING "PROMOS FROM " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " THROUGH " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  INTO RAP-PARAMETERS
           END-STRING.
           MOVE ZERO TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
