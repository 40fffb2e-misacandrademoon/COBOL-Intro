      ******************************************************************
      * Author:
      * Date:
      * Purpose: Delivery revenue by route. For an operator-entered
      *          date range it totals the delivery charge lines on
      *          SELLS.DAT per route code - charges billed, deliveries
      *          made, deliveries that went free and distinct run days -
      *          and sets them against the route's running cost per day
      *          from DELCHG.DAT, showing the net and the percentage of
      *          route cost recovered.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELIVERY-REVENUE-REPORT.

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

           SELECT DELCHG-FILE ASSIGN TO "DELCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-ROUTE-CODE
               FILE STATUS IS FS-DELCHG.

       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS-FILE.
       COPY VENTAS-RECORD.

       FD  DELCHG-FILE.
       COPY DELCHG-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
           88 FS-VENTAS-EOF     VALUE "10".
       01  FS-DELCHG            PIC XX.
           88 FS-DELCHG-OK      VALUE "00".
       01  WS-DELCHG-OPEN       PIC X VALUE "N".
           88 WS-DELCHG-IS-OPEN VALUE "Y".

       01  WS-FROM-DATE         PIC 9(8).
       01  WS-TO-DATE           PIC 9(8).

       01  WS-ROUTE-TABLE.
           05 WS-ROUTE-ENTRY OCCURS 50 TIMES INDEXED BY WS-IDX.
               10 WS-RT-CODE     PIC X(2).
               10 WS-RT-REVENUE  PIC S9(11)V99.
               10 WS-RT-DELIVS   PIC 9(7).
               10 WS-RT-FREE     PIC 9(7).
               10 WS-RT-DAYS     PIC 9(5).
               10 WS-RT-LAST-DATE PIC 9(8).
       01  WS-ROUTE-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-FOUND-FLAG        PIC X VALUE "N".
           88 WS-FOUND          VALUE "Y".

       01  WS-LINE-AMOUNT       PIC S9(9)V99.
       01  WS-ROUTE-COST        PIC S9(11)V99.
       01  WS-ROUTE-NET         PIC S9(11)V99.
       01  WS-RECOVERY-PCT      PIC 9(5)V9.
       01  WS-GRAND-REVENUE     PIC S9(11)V99 VALUE ZERO.
       01  WS-GRAND-COST        PIC S9(11)V99 VALUE ZERO.
       01  WS-GRAND-NET         PIC S9(11)V99 VALUE ZERO.
       01  WS-MONEY-EDIT        PIC --,---,--9.99.
       01  WS-COST-EDIT         PIC --,---,--9.99.
       01  WS-NET-EDIT          PIC --,---,--9.99.
       01  WS-PCT-EDIT          PIC ZZZZ9.9.
       01  WS-TOTAL-EDIT        PIC ---,---,---,--9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DELIVERY REVENUE BY ROUTE".
           DISPLAY "FROM DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE.
           DISPLAY "TO DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-TO-DATE.
           PERFORM OPEN-FILES.
           IF FS-VENTAS-OK
               MOVE WS-FROM-DATE TO VENTA-FECHA
               START VENTAS-FILE KEY IS >= VENTA-FECHA
                   INVALID KEY
                       SET FS-VENTAS-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-DELIVERY
               PERFORM ACCUMULATE-DELIVERY UNTIL FS-VENTAS-EOF
               DISPLAY " "
               DISPLAY "RT DELIVS   FREE  DAYS      CHARGED"
                  "    ROUTE COST           NET  RECOV%"
               PERFORM PRINT-ROUTE-LINE
                  VARYING WS-IDX FROM 1 BY 1
                  UNTIL WS-IDX > WS-ROUTE-COUNT
               DISPLAY " "
               MOVE WS-GRAND-REVENUE TO WS-TOTAL-EDIT
               DISPLAY "TOTAL DELIVERY CHARGES: " WS-TOTAL-EDIT
               MOVE WS-GRAND-COST TO WS-TOTAL-EDIT
               DISPLAY "TOTAL ROUTE COST:       " WS-TOTAL-EDIT
               MOVE WS-GRAND-NET TO WS-TOTAL-EDIT
               DISPLAY "NET:                    " WS-TOTAL-EDIT
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "DELIVERY-REVENUE-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT DELCHG-FILE.
           IF FS-DELCHG-OK
               MOVE "Y" TO WS-DELCHG-OPEN
           ELSE
               DISPLAY "NO DELCHG.DAT - ROUTE COSTS TAKEN AS ZERO"
           END-IF.

       READ-NEXT-DELIVERY.
           READ VENTAS-FILE NEXT RECORD
               AT END
                   SET FS-VENTAS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL FS-VENTAS-EOF OR VENTA-DELIVERY-CHG
              OR VENTA-FECHA > WS-TO-DATE
               READ VENTAS-FILE NEXT RECORD
                   AT END
                       SET FS-VENTAS-EOF TO TRUE
               END-READ
           END-PERFORM.
           IF NOT FS-VENTAS-EOF
               IF VENTA-FECHA > WS-TO-DATE
                   SET FS-VENTAS-EOF TO TRUE
               END-IF
           END-IF.

      * One entry per route code carried in VENTA-CODIGO. Run days are
      * counted as distinct dates; the file is read in date order.
       ACCUMULATE-DELIVERY.
           COMPUTE WS-LINE-AMOUNT =
              VENTA-PRECIO * VENTA-CANTIDAD.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-ROUTE-COUNT OR WS-FOUND
               IF WS-RT-CODE (WS-IDX) = VENTA-CODIGO (1:2)
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET WS-IDX DOWN BY 1
           ELSE
               IF WS-ROUTE-COUNT < 50
                   ADD 1 TO WS-ROUTE-COUNT
                   SET WS-IDX TO WS-ROUTE-COUNT
                   MOVE VENTA-CODIGO (1:2) TO WS-RT-CODE (WS-IDX)
                   MOVE ZERO TO WS-RT-REVENUE (WS-IDX)
                      WS-RT-DELIVS (WS-IDX) WS-RT-FREE (WS-IDX)
                      WS-RT-DAYS (WS-IDX) WS-RT-LAST-DATE (WS-IDX)
                   MOVE "Y" TO WS-FOUND-FLAG
               ELSE
                   DISPLAY "ROUTE TABLE FULL - SKIPPED ROUTE "
                      VENTA-CODIGO
               END-IF
           END-IF.
           IF WS-FOUND
               ADD WS-LINE-AMOUNT TO WS-RT-REVENUE (WS-IDX)
               ADD 1 TO WS-RT-DELIVS (WS-IDX)
               IF WS-LINE-AMOUNT = ZERO
                   ADD 1 TO WS-RT-FREE (WS-IDX)
               END-IF
               IF VENTA-FECHA NOT = WS-RT-LAST-DATE (WS-IDX)
                   ADD 1 TO WS-RT-DAYS (WS-IDX)
                   MOVE VENTA-FECHA TO WS-RT-LAST-DATE (WS-IDX)
               END-IF
           END-IF.
           PERFORM READ-NEXT-DELIVERY.

       PRINT-ROUTE-LINE.
           MOVE ZERO TO WS-ROUTE-COST.
           IF WS-DELCHG-IS-OPEN
               MOVE WS-RT-CODE (WS-IDX) TO DC-ROUTE-CODE
               READ DELCHG-FILE
                   INVALID KEY
                       MOVE ZERO TO DC-ROUTE-COST
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               COMPUTE WS-ROUTE-COST =
                  DC-ROUTE-COST * WS-RT-DAYS (WS-IDX)
           END-IF.
           COMPUTE WS-ROUTE-NET =
              WS-RT-REVENUE (WS-IDX) - WS-ROUTE-COST.
           IF WS-ROUTE-COST > ZERO
               COMPUTE WS-RECOVERY-PCT ROUNDED =
                  WS-RT-REVENUE (WS-IDX) * 100 / WS-ROUTE-COST
                  ON SIZE ERROR
                      MOVE 99999.9 TO WS-RECOVERY-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-RECOVERY-PCT
           END-IF.
           MOVE WS-RT-REVENUE (WS-IDX) TO WS-MONEY-EDIT.
           MOVE WS-ROUTE-COST TO WS-COST-EDIT.
           MOVE WS-ROUTE-NET TO WS-NET-EDIT.
           MOVE WS-RECOVERY-PCT TO WS-PCT-EDIT.
           DISPLAY WS-RT-CODE (WS-IDX) " " WS-RT-DELIVS (WS-IDX) " "
              WS-RT-FREE (WS-IDX) " " WS-RT-DAYS (WS-IDX) " "
              WS-MONEY-EDIT " " WS-COST-EDIT " " WS-NET-EDIT " "
              WS-PCT-EDIT.
           ADD WS-RT-REVENUE (WS-IDX) TO WS-GRAND-REVENUE.
           ADD WS-ROUTE-COST TO WS-GRAND-COST.
           ADD WS-ROUTE-NET TO WS-GRAND-NET.

       CLOSE-FILES.
           CLOSE VENTAS-FILE.
           IF WS-DELCHG-IS-OPEN
               CLOSE DELCHG-FILE
           END-IF.
