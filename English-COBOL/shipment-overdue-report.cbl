      ******************************************************************
      * Author:
      * Date:
      * Purpose: Web orders posted but not shipped. Reads the web
      *          store's sale lines (branch WB, as SALES-BATCH-INTAKE
      *          posts them) off SELLS.DAT from a look-back date and
      *          lists every live line whose shipments on SHIPMENT.DAT
      *          do not yet cover the quantity ordered once one
      *          business day has passed since it was posted. The
      *          business day comes from CALENDAR-MANAGER, so weekends
      *          and holidays on CALENDAR.DAT do not count against
      *          the packers. Lines partly shipped show what is still
      *          owed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPMENT-OVERDUE-REPORT.

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

           SELECT SHIPMENT-FILE ASSIGN TO "SHIPMENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHP-KEY
               FILE STATUS IS FS-SHIPMENT.

       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS-FILE.
       COPY VENTAS-RECORD.

       FD  SHIPMENT-FILE.
       COPY SHIPMENT-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
           88 FS-VENTAS-EOF     VALUE "10".
       01  FS-SHIPMENT          PIC XX.
           88 FS-SHIPMENT-OK    VALUE "00".
           88 FS-SHIPMENT-EOF   VALUE "10".
       01  WS-SHIPMENT-OPEN     PIC X VALUE "N".
           88 WS-SHIPMENT-IS-OPEN VALUE "Y".

       01  WS-WEB-BRANCH        PIC X(2) VALUE "WB".
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-FROM-DATE         PIC 9(8).
       01  WS-LAST-POST-DATE    PIC 9(8) VALUE ZERO.
       01  WS-DUE-DATE          PIC 9(8) VALUE ZERO.
       01  WS-ORDERED           PIC 9(6).
       01  WS-SHIPPED           PIC 9(6).
       01  WS-OWED              PIC S9(6).
       01  WS-STATUS-TEXT       PIC X(11).
       01  WS-LATE-LINES        PIC 9(5) VALUE ZERO.
       01  WS-LATE-UNITS        PIC 9(7) VALUE ZERO.
       01  WS-QTY-EDIT          PIC ZZZZ9.

       01  WS-CAL-ACTION        PIC X.
       01  WS-CAL-DATE          PIC 9(8).
       01  WS-CAL-DAYS          PIC 9(3).
       01  WS-CAL-RESULT-DATE   PIC 9(8).
       01  WS-CAL-RESULT        PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "WEB ORDERS NOT SHIPPED".
           DISPLAY "POSTED SINCE (YYYYMMDD, 0 = 30 DAYS BACK): "
              WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE = ZERO
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 30)
           END-IF.
           PERFORM OPEN-FILES.
           IF FS-VENTAS-OK
               DISPLAY " "
               DISPLAY "WEB ORDERS NOT SHIPPED WITHIN ONE BUSINESS DAY"
                  " - " WS-TODAY-DATE
               DISPLAY "POSTED   DUE      TICKET SALE NO  CUSTOMER   "
                  "PROD  ORDER  SHIPD   OWED STATUS"
               MOVE WS-FROM-DATE TO VENTA-FECHA
               START VENTAS-FILE KEY IS >= VENTA-FECHA
                   INVALID KEY
                       SET FS-VENTAS-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-WEB-LINE
               PERFORM CHECK-ONE-WEB-LINE UNTIL FS-VENTAS-EOF
               DISPLAY " "
               DISPLAY "LINES OVERDUE: " WS-LATE-LINES
                  "  UNITS OWED: " WS-LATE-UNITS
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "SHIPMENT-OVERDUE-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT SHIPMENT-FILE.
           IF FS-SHIPMENT-OK
               MOVE "Y" TO WS-SHIPMENT-OPEN
           ELSE
               DISPLAY "NO SHIPMENT.DAT - NOTHING SHIPPED YET"
           END-IF.

       READ-NEXT-WEB-LINE.
           READ VENTAS-FILE NEXT RECORD
               AT END
                   SET FS-VENTAS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL FS-VENTAS-EOF
              OR (VENTA-SALE AND VENTA-BRANCH = WS-WEB-BRANCH
                  AND NOT VENTA-IS-REVERSED)
               READ VENTAS-FILE NEXT RECORD
                   AT END
                       SET FS-VENTAS-EOF TO TRUE
               END-READ
           END-PERFORM.

      * Lines come in date order, so the calendar is asked once per
      * posting date for the day the shipment fell due
       CHECK-ONE-WEB-LINE.
           IF VENTA-FECHA NOT = WS-LAST-POST-DATE
               MOVE VENTA-FECHA TO WS-LAST-POST-DATE
               MOVE "A" TO WS-CAL-ACTION
               MOVE VENTA-FECHA TO WS-CAL-DATE
               MOVE 1 TO WS-CAL-DAYS
               CALL "CALENDAR-MANAGER" USING WS-CAL-ACTION
                  WS-CAL-DATE WS-CAL-DAYS WS-CAL-RESULT-DATE
                  WS-CAL-RESULT
               MOVE WS-CAL-RESULT-DATE TO WS-DUE-DATE
           END-IF.
           IF WS-DUE-DATE >= WS-TODAY-DATE
               SET FS-VENTAS-EOF TO TRUE
           ELSE
               COMPUTE WS-ORDERED =
                  VENTA-CANTIDAD - VENTA-QTY-RETURNED
               PERFORM SUM-LINE-SHIPPED
               COMPUTE WS-OWED = WS-ORDERED - WS-SHIPPED
               IF WS-OWED > ZERO
                   PERFORM PRINT-LATE-LINE
               END-IF
               PERFORM READ-NEXT-WEB-LINE
           END-IF.

       SUM-LINE-SHIPPED.
           MOVE ZERO TO WS-SHIPPED.
           IF WS-SHIPMENT-IS-OPEN
               MOVE VENTA-TICKET TO SHP-TICKET
               MOVE VENTA-NUMERO TO SHP-SALE
               MOVE ZERO TO SHP-SEQ
               MOVE "00" TO FS-SHIPMENT
               START SHIPMENT-FILE KEY IS >= SHP-KEY
                   INVALID KEY
                       SET FS-SHIPMENT-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-LINE-SHIPMENT
               PERFORM ADD-ONE-LINE-SHIPMENT UNTIL FS-SHIPMENT-EOF
           END-IF.

       READ-NEXT-LINE-SHIPMENT.
           READ SHIPMENT-FILE NEXT RECORD
               AT END
                   SET FS-SHIPMENT-EOF TO TRUE
           END-READ.
           IF NOT FS-SHIPMENT-EOF
               IF SHP-TICKET NOT = VENTA-TICKET
                  OR SHP-SALE NOT = VENTA-NUMERO
                   SET FS-SHIPMENT-EOF TO TRUE
               END-IF
           END-IF.

       ADD-ONE-LINE-SHIPMENT.
           ADD SHP-QTY TO WS-SHIPPED.
           PERFORM READ-NEXT-LINE-SHIPMENT.

       PRINT-LATE-LINE.
           IF WS-SHIPPED = ZERO
               MOVE "NOT SHIPPED" TO WS-STATUS-TEXT
           ELSE
               MOVE "PART SHIPPD" TO WS-STATUS-TEXT
           END-IF.
           ADD 1 TO WS-LATE-LINES.
           ADD WS-OWED TO WS-LATE-UNITS.
           MOVE WS-OWED TO WS-QTY-EDIT.
           DISPLAY VENTA-FECHA " " WS-DUE-DATE " " VENTA-TICKET " "
              VENTA-NUMERO " " VENTA-CLAVE-CLIENTE " " VENTA-CODIGO
              " " WS-ORDERED " " WS-SHIPPED " " WS-QTY-EDIT " "
              WS-STATUS-TEXT.

       CLOSE-FILES.
           CLOSE VENTAS-FILE.
           IF WS-SHIPMENT-IS-OPEN
               CLOSE SHIPMENT-FILE
           END-IF.
