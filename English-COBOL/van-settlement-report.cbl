      ******************************************************************
      * Author:
      * Date:
      * Purpose: Van settlement report per route per day. For a route
      *          date (and one route, or all) it lists each route day
      *          off VANDAY.DAT with its van and driver, then every
      *          VANLOAD.DAT line - sale stock and delivery goods
      *          loaded, sold, delivered, expected back, counted back
      *          and the variance with its shrinkage reason valued at
      *          cost - followed by the driver's cash expected,
      *          counted and over/short. Route days not yet through
      *          VAN-SETTLEMENT are shown as still on the road.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAN-SETTLEMENT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
       FD  VANDAY-FILE.
       COPY VANDAY-RECORD.

       FD  VANLOAD-FILE.
       COPY VANLOAD-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-VANDAY            PIC XX.
           88 FS-VANDAY-OK      VALUE "00".
           88 FS-VANDAY-EOF     VALUE "10".
       01  FS-VANLOAD           PIC XX.
           88 FS-VANLOAD-OK     VALUE "00".
           88 FS-VANLOAD-EOF    VALUE "10".

       01  WS-REPORT-DATE       PIC 9(8).
       01  WS-REPORT-ROUTE      PIC X(2).
       01  WS-ROUTE-COUNT       PIC 9(3) VALUE ZERO.

       01  WS-EXPECTED-BACK     PIC S9(6).
       01  WS-LINE-VALUE        PIC S9(9)V99.
       01  WS-ROUTE-VARIANCE    PIC S9(9)V99.
       01  WS-DAY-VARIANCE      PIC S9(11)V99 VALUE ZERO.
       01  WS-DAY-OVERSHORT     PIC S9(9)V99 VALUE ZERO.
       01  WS-QTY-EDIT          PIC -----9.
       01  WS-VAR-EDIT          PIC -----9.
       01  WS-MONEY-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-SIGNED-EDIT       PIC -,---,--9.99.
       01  WS-TOTAL-EDIT        PIC ---,---,--9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ROUTE DATE (YYYYMMDD, 0 = TODAY): "
              WITH NO ADVANCING.
           ACCEPT WS-REPORT-DATE.
           IF WS-REPORT-DATE = ZERO
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "ROUTE CODE (BLANK = ALL ROUTES): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-REPORT-ROUTE.
           ACCEPT WS-REPORT-ROUTE.
           PERFORM OPEN-FILES.
           IF FS-VANDAY-OK AND FS-VANLOAD-OK
               DISPLAY " "
               DISPLAY "VAN SETTLEMENT REPORT - " WS-REPORT-DATE
               MOVE LOW-VALUES TO VD-KEY
               IF WS-REPORT-ROUTE NOT = SPACES
                   MOVE WS-REPORT-ROUTE TO VD-ROUTE-CODE
               END-IF
               START VANDAY-FILE KEY IS >= VD-KEY
                   INVALID KEY
                       SET FS-VANDAY-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-ROUTE-DAY
               PERFORM CHECK-ONE-ROUTE-DAY UNTIL FS-VANDAY-EOF
               DISPLAY " "
               DISPLAY "ROUTES REPORTED: " WS-ROUTE-COUNT
               MOVE WS-DAY-VARIANCE TO WS-TOTAL-EDIT
               DISPLAY "STOCK VARIANCE AT COST:  " WS-TOTAL-EDIT
               MOVE WS-DAY-OVERSHORT TO WS-TOTAL-EDIT
               DISPLAY "DRIVER CASH OVER/SHORT:  " WS-TOTAL-EDIT
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT VANDAY-FILE.
           IF NOT FS-VANDAY-OK
               DISPLAY "ERROR OPENING VANDAY.DAT: " FS-VANDAY
               MOVE "VAN-SETTLEMENT-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "VANDAY.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VANDAY TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT VANLOAD-FILE.
           IF NOT FS-VANLOAD-OK
               DISPLAY "ERROR OPENING VANLOAD.DAT: " FS-VANLOAD
               MOVE "VAN-SETTLEMENT-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "VANLOAD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VANLOAD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-ROUTE-DAY.
           READ VANDAY-FILE NEXT RECORD
               AT END
                   SET FS-VANDAY-EOF TO TRUE
           END-READ.
           IF NOT FS-VANDAY-EOF AND WS-REPORT-ROUTE NOT = SPACES
               IF VD-ROUTE-CODE NOT = WS-REPORT-ROUTE
                   SET FS-VANDAY-EOF TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-ROUTE-DAY.
           IF VD-ROUTE-DATE = WS-REPORT-DATE
               PERFORM PRINT-ROUTE-DAY
           END-IF.
           PERFORM READ-NEXT-ROUTE-DAY.

       PRINT-ROUTE-DAY.
           ADD 1 TO WS-ROUTE-COUNT.
           MOVE ZERO TO WS-ROUTE-VARIANCE.
           DISPLAY " ".
           IF VD-SETTLED
               DISPLAY "ROUTE " VD-ROUTE-CODE "  VAN " VD-VAN
                  "  DRIVER " VD-DRIVER "  SETTLED " VD-SETTLE-DATE
           ELSE
               DISPLAY "ROUTE " VD-ROUTE-CODE "  VAN " VD-VAN
                  "  DRIVER " VD-DRIVER "  STILL ON THE ROAD"
           END-IF.
           DISPLAY "PROD  SALE-LD DELV-LD    SOLD   DELIV  EXPECT"
              "   BACK    VAR RS    AT COST".
           MOVE VD-ROUTE-CODE TO VL-ROUTE-CODE.
           MOVE VD-ROUTE-DATE TO VL-ROUTE-DATE.
           MOVE LOW-VALUES TO VL-PROD-CODE.
           MOVE "00" TO FS-VANLOAD.
           START VANLOAD-FILE KEY IS >= VL-KEY
               INVALID KEY
                   SET FS-VANLOAD-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-VAN-LINE.
           PERFORM PRINT-ONE-VAN-LINE UNTIL FS-VANLOAD-EOF.
           MOVE WS-ROUTE-VARIANCE TO WS-SIGNED-EDIT.
           DISPLAY "STOCK VARIANCE AT COST:   " WS-SIGNED-EDIT.
           MOVE VD-SALES-VALUE TO WS-MONEY-EDIT.
           DISPLAY "VAN SALES:                " WS-MONEY-EDIT.
           MOVE VD-DELIV-CASH TO WS-MONEY-EDIT.
           DISPLAY "CASH ON DELIVERIES:       " WS-MONEY-EDIT.
           IF VD-SETTLED
               MOVE VD-CASH-EXPECTED TO WS-MONEY-EDIT
               DISPLAY "CASH EXPECTED:            " WS-MONEY-EDIT
               MOVE VD-CASH-COUNTED TO WS-MONEY-EDIT
               DISPLAY "CASH COUNTED:             " WS-MONEY-EDIT
               MOVE VD-CASH-OVERSHORT TO WS-SIGNED-EDIT
               DISPLAY "OVER/SHORT:               " WS-SIGNED-EDIT
               ADD VD-CASH-OVERSHORT TO WS-DAY-OVERSHORT
           END-IF.

       READ-NEXT-VAN-LINE.
           READ VANLOAD-FILE NEXT RECORD
               AT END
                   SET FS-VANLOAD-EOF TO TRUE
           END-READ.
           IF NOT FS-VANLOAD-EOF
               IF VL-ROUTE-CODE NOT = VD-ROUTE-CODE
                  OR VL-ROUTE-DATE NOT = VD-ROUTE-DATE
                   SET FS-VANLOAD-EOF TO TRUE
               END-IF
           END-IF.

       PRINT-ONE-VAN-LINE.
           COMPUTE WS-EXPECTED-BACK = VL-LOADED + VL-DELIV-LOADED
              - VL-SOLD - VL-DELIVERED.
           MOVE WS-EXPECTED-BACK TO WS-QTY-EDIT.
           IF VD-SETTLED
               MOVE VL-VARIANCE TO WS-VAR-EDIT
               COMPUTE WS-LINE-VALUE = VL-VARIANCE * VL-UNIT-COST
               ADD WS-LINE-VALUE TO WS-ROUTE-VARIANCE
               ADD WS-LINE-VALUE TO WS-DAY-VARIANCE
               MOVE WS-LINE-VALUE TO WS-SIGNED-EDIT
               DISPLAY VL-PROD-CODE " " VL-LOADED "   "
                  VL-DELIV-LOADED "   " VL-SOLD "   " VL-DELIVERED
                  " " WS-QTY-EDIT "  " VL-RETURNED " " WS-VAR-EDIT
                  " " VL-REASON " " WS-SIGNED-EDIT
           ELSE
               DISPLAY VL-PROD-CODE " " VL-LOADED "   "
                  VL-DELIV-LOADED "   " VL-SOLD "   " VL-DELIVERED
                  " " WS-QTY-EDIT
           END-IF.
           PERFORM READ-NEXT-VAN-LINE.

       CLOSE-FILES.
           CLOSE VANDAY-FILE.
           CLOSE VANLOAD-FILE.
