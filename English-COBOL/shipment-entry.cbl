      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shipment confirmation, the packing step after
      *          PICK-LIST-PRINT. The packer keys a TICKET-NUMBER, sees
      *          each sale line on it with the quantity ordered and
      *          already shipped, and records what is going out in
      *          this parcel - all outstanding, or line by line when
      *          the order ships in parts - with the carrier, tracking
      *          number, package count and weight. Each shipment is
      *          kept on SHIPMENT.DAT (a header under sale number zero
      *          plus one record per line shipped) and every line
      *          shipped is appended to the web store's confirmation
      *          feed SHIPCONF.TXT by sale number, the same number
      *          SALESACK.TXT gave it, marked PARTIAL until the last
      *          line of the order has gone and COMPLETE after.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPMENT-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKETS-FILE ASSIGN TO "TICKETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKET-NUMBER
               FILE STATUS IS FS-TICKETS.

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

           SELECT SHIPCONF-FILE ASSIGN TO "SHIPCONF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SHIPCONF.

           SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SIGNON.

       DATA DIVISION.
       FILE SECTION.
       FD  TICKETS-FILE.
       COPY TICKET-RECORD.

       FD  VENTAS-FILE.
       COPY VENTAS-RECORD.

       FD  SHIPMENT-FILE.
       COPY SHIPMENT-RECORD.

       FD  SHIPCONF-FILE.
       01  SHIPCONF-LINE         PIC X(120).

       FD  SIGNON-FILE.
       COPY SIGNON-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-TICKETS           PIC XX.
           88 FS-TICKETS-OK     VALUE "00".
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
           88 FS-VENTAS-EOF     VALUE "10".
       01  FS-SHIPMENT          PIC XX.
           88 FS-SHIPMENT-OK    VALUE "00".
           88 FS-SHIPMENT-EOF   VALUE "10".
           88 FS-SHIPMENT-NOT-EXIST VALUE "35".
       01  FS-SHIPCONF          PIC XX.
           88 FS-SHIPCONF-OK    VALUE "00".
           88 FS-SHIPCONF-NOT-EXIST VALUE "35".
       01  FS-SIGNON            PIC XX.
           88 FS-SIGNON-OK      VALUE "00".

       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-NOW-TIME          PIC 9(6).
       01  WS-OPERATOR-ID       PIC 9(5) VALUE ZERO.
       01  WS-TICKET-ENTRY      PIC 9(6).
       01  WS-CONFIRM           PIC X VALUE "N".
           88 WS-CONFIRMED      VALUE "Y", "y".
       01  WS-SHIP-ALL          PIC X VALUE "Y".
           88 WS-SHIPPING-ALL   VALUE "Y", "y".

       01  WS-LINE-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 50 TIMES.
               10 WS-LN-SALE     PIC 9(8).
               10 WS-LN-CODE     PIC X(5).
               10 WS-LN-ORDERED  PIC 9(5).
               10 WS-LN-SHIPPED  PIC 9(5).
               10 WS-LN-THIS     PIC 9(5).
       01  WS-IDX               PIC 9(3).
       01  WS-OUTSTANDING       PIC 9(5).
       01  WS-TOTAL-OUTSTANDING PIC 9(7).
       01  WS-TOTAL-THIS        PIC 9(7).
       01  WS-QTY-ENTRY         PIC 9(5).
       01  WS-LAST-SEQ          PIC 9(3).

       01  WS-CARRIER           PIC X(10).
       01  WS-TRACKING          PIC X(30).
       01  WS-PACKAGES          PIC 9(3).
       01  WS-WEIGHT            PIC 9(5)V99.
       01  WS-WEIGHT-EDIT       PIC 9(5).99.
       01  WS-STATUS-TEXT       PIC X(8).
       01  WS-SHIPMENT-COUNT    PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           IF FS-TICKETS-OK AND FS-VENTAS-OK AND FS-SHIPMENT-OK
               PERFORM READ-SIGNON-SESSION
               DISPLAY " "
               DISPLAY "SHIPMENT CONFIRMATION"
               MOVE 1 TO WS-TICKET-ENTRY
               PERFORM SHIP-ONE-TICKET UNTIL WS-TICKET-ENTRY = ZERO
               DISPLAY " "
               DISPLAY "SHIPMENTS RECORDED: " WS-SHIPMENT-COUNT
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT TICKETS-FILE.
           IF NOT FS-TICKETS-OK
               DISPLAY "ERROR OPENING TICKETS.DAT: " FS-TICKETS
               MOVE "SHIPMENT-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "TICKETS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-TICKETS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "SHIPMENT-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O SHIPMENT-FILE.
           IF FS-SHIPMENT-NOT-EXIST
               OPEN OUTPUT SHIPMENT-FILE
               CLOSE SHIPMENT-FILE
               OPEN I-O SHIPMENT-FILE
           END-IF.
           IF NOT FS-SHIPMENT-OK
               DISPLAY "ERROR OPENING SHIPMENT.DAT: " FS-SHIPMENT
               MOVE "SHIPMENT-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SHIPMENT.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SHIPMENT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND SHIPCONF-FILE.
           IF FS-SHIPCONF-NOT-EXIST
               OPEN OUTPUT SHIPCONF-FILE
           END-IF.
           IF NOT FS-SHIPCONF-OK
               DISPLAY "ERROR OPENING SHIPCONF.TXT: " FS-SHIPCONF
               MOVE "SHIPMENT-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SHIPCONF.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SHIPCONF TO ERP-STATUS
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

       SHIP-ONE-TICKET.
           DISPLAY " ".
           DISPLAY "TICKET NUMBER (0 = DONE): " WITH NO ADVANCING.
           ACCEPT WS-TICKET-ENTRY.
           IF WS-TICKET-ENTRY NOT = ZERO
               MOVE WS-TICKET-ENTRY TO TICKET-NUMBER
               READ TICKETS-FILE
                   INVALID KEY
                       DISPLAY "TICKET NOT ON FILE: " WS-TICKET-ENTRY
                   NOT INVALID KEY
                       PERFORM LOAD-TICKET-LINES
                       PERFORM SHOW-TICKET-LINES
                       IF WS-LINE-COUNT = ZERO
                           DISPLAY "NO LIVE SALE LINES ON THIS TICKET"
                       ELSE
                           IF WS-TOTAL-OUTSTANDING = ZERO
                               DISPLAY "ORDER ALREADY SHIPPED IN FULL"
                           ELSE
                               PERFORM CAPTURE-SHIPMENT
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * Ticket lines are written on the ticket date, so the date key
      * finds them without reading the whole of SELLS.DAT
       LOAD-TICKET-LINES.
           MOVE ZERO TO WS-LINE-COUNT WS-TOTAL-OUTSTANDING.
           MOVE TICKET-FECHA TO VENTA-FECHA.
           MOVE "00" TO FS-VENTAS.
           START VENTAS-FILE KEY IS >= VENTA-FECHA
               INVALID KEY
                   SET FS-VENTAS-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-TICKET-SALE.
           PERFORM CHECK-ONE-TICKET-SALE UNTIL FS-VENTAS-EOF.

       READ-NEXT-TICKET-SALE.
           READ VENTAS-FILE NEXT RECORD
               AT END
                   SET FS-VENTAS-EOF TO TRUE
           END-READ.
           IF NOT FS-VENTAS-EOF
               IF VENTA-FECHA NOT = TICKET-FECHA
                   SET FS-VENTAS-EOF TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-TICKET-SALE.
           IF VENTA-TICKET = TICKET-NUMBER AND VENTA-SALE
              AND NOT VENTA-IS-REVERSED
               IF WS-LINE-COUNT < 50
                   ADD 1 TO WS-LINE-COUNT
                   MOVE VENTA-NUMERO TO WS-LN-SALE (WS-LINE-COUNT)
                   MOVE VENTA-CODIGO TO WS-LN-CODE (WS-LINE-COUNT)
                   COMPUTE WS-LN-ORDERED (WS-LINE-COUNT) =
                      VENTA-CANTIDAD - VENTA-QTY-RETURNED
                   MOVE ZERO TO WS-LN-THIS (WS-LINE-COUNT)
                   PERFORM SUM-LINE-SHIPPED
                   IF WS-LN-ORDERED (WS-LINE-COUNT) >
                      WS-LN-SHIPPED (WS-LINE-COUNT)
                       COMPUTE WS-TOTAL-OUTSTANDING =
                          WS-TOTAL-OUTSTANDING +
                          WS-LN-ORDERED (WS-LINE-COUNT) -
                          WS-LN-SHIPPED (WS-LINE-COUNT)
                   END-IF
               ELSE
                   DISPLAY "MORE THAN 50 LINES - LINE SKIPPED: "
                      VENTA-NUMERO
               END-IF
           END-IF.
           PERFORM READ-NEXT-TICKET-SALE.

       SUM-LINE-SHIPPED.
           MOVE ZERO TO WS-LN-SHIPPED (WS-LINE-COUNT).
           MOVE TICKET-NUMBER TO SHP-TICKET.
           MOVE VENTA-NUMERO TO SHP-SALE.
           MOVE ZERO TO SHP-SEQ.
           MOVE "00" TO FS-SHIPMENT.
           START SHIPMENT-FILE KEY IS >= SHP-KEY
               INVALID KEY
                   SET FS-SHIPMENT-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-LINE-SHIPMENT.
           PERFORM ADD-ONE-LINE-SHIPMENT UNTIL FS-SHIPMENT-EOF.
           MOVE "00" TO FS-SHIPMENT.

       READ-NEXT-LINE-SHIPMENT.
           READ SHIPMENT-FILE NEXT RECORD
               AT END
                   SET FS-SHIPMENT-EOF TO TRUE
           END-READ.
           IF NOT FS-SHIPMENT-EOF
               IF SHP-TICKET NOT = TICKET-NUMBER
                  OR SHP-SALE NOT = VENTA-NUMERO
                   SET FS-SHIPMENT-EOF TO TRUE
               END-IF
           END-IF.

       ADD-ONE-LINE-SHIPMENT.
           ADD SHP-QTY TO WS-LN-SHIPPED (WS-LINE-COUNT).
           PERFORM READ-NEXT-LINE-SHIPMENT.

       SHOW-TICKET-LINES.
           DISPLAY "TICKET " TICKET-NUMBER "  DATE " TICKET-FECHA
              "  CUSTOMER " TICKET-CLAVE-CLIENTE.
           DISPLAY "  SALE NO  PROD  ORDERED SHIPPED".
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-LINE-COUNT
               DISPLAY "  " WS-LN-SALE (WS-IDX) " "
                  WS-LN-CODE (WS-IDX) "   " WS-LN-ORDERED (WS-IDX)
                  "   " WS-LN-SHIPPED (WS-IDX)
           END-PERFORM.

       CAPTURE-SHIPMENT.
           DISPLAY "SHIP EVERYTHING OUTSTANDING (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-SHIP-ALL.
           MOVE ZERO TO WS-TOTAL-THIS.
           PERFORM SET-LINE-QUANTITY
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-LINE-COUNT.
           IF WS-TOTAL-THIS = ZERO
               DISPLAY "NOTHING TO SHIP - NO SHIPMENT RECORDED"
           ELSE
               PERFORM CAPTURE-CARRIER-DETAILS
               DISPLAY "CONFIRM SHIPMENT OF " WS-TOTAL-THIS
                  " UNITS (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRMED
                   PERFORM RECORD-SHIPMENT
               ELSE
                   DISPLAY "SHIPMENT NOT RECORDED"
               END-IF
           END-IF.

       SET-LINE-QUANTITY.
           MOVE ZERO TO WS-OUTSTANDING.
           IF WS-LN-ORDERED (WS-IDX) > WS-LN-SHIPPED (WS-IDX)
               COMPUTE WS-OUTSTANDING =
                  WS-LN-ORDERED (WS-IDX) - WS-LN-SHIPPED (WS-IDX)
           END-IF.
           IF WS-OUTSTANDING > ZERO
               IF WS-SHIPPING-ALL
                   MOVE WS-OUTSTANDING TO WS-LN-THIS (WS-IDX)
               ELSE
                   DISPLAY "  " WS-LN-CODE (WS-IDX) " OUTSTANDING "
                      WS-OUTSTANDING " - QTY IN THIS SHIPMENT: "
                      WITH NO ADVANCING
                   ACCEPT WS-QTY-ENTRY
                   IF WS-QTY-ENTRY > WS-OUTSTANDING
                       DISPLAY "  MORE THAN OUTSTANDING - "
                          WS-OUTSTANDING " TAKEN"
                       MOVE WS-OUTSTANDING TO WS-QTY-ENTRY
                   END-IF
                   MOVE WS-QTY-ENTRY TO WS-LN-THIS (WS-IDX)
               END-IF
               ADD WS-LN-THIS (WS-IDX) TO WS-TOTAL-THIS
           END-IF.

       CAPTURE-CARRIER-DETAILS.
           DISPLAY "CARRIER: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CARRIER.
           ACCEPT WS-CARRIER.
           MOVE FUNCTION UPPER-CASE(WS-CARRIER) TO WS-CARRIER.
           DISPLAY "TRACKING NUMBER: " WITH NO ADVANCING.
           MOVE SPACES TO WS-TRACKING.
           ACCEPT WS-TRACKING.
           DISPLAY "NUMBER OF PACKAGES: " WITH NO ADVANCING.
           ACCEPT WS-PACKAGES.
           IF WS-PACKAGES = ZERO
               MOVE 1 TO WS-PACKAGES
           END-IF.
           DISPLAY "TOTAL WEIGHT (KG): " WITH NO ADVANCING.
           ACCEPT WS-WEIGHT.

      * The header goes under sale number zero with the next sequence
      * for the ticket; each line shipped goes under its sale number
       RECORD-SHIPMENT.
           PERFORM FIND-LAST-SEQUENCE.
           ACCEPT WS-NOW-TIME FROM TIME.
           IF WS-TOTAL-THIS = WS-TOTAL-OUTSTANDING
               MOVE "COMPLETE" TO WS-STATUS-TEXT
           ELSE
               MOVE "PARTIAL" TO WS-STATUS-TEXT
           END-IF.
           MOVE ZERO TO SHP-SALE.
           MOVE SPACES TO SHP-PROD-CODE.
           MOVE WS-TOTAL-THIS TO SHP-QTY.
           PERFORM WRITE-SHIPMENT-RECORD.
           PERFORM WRITE-SHIPPED-LINE
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-LINE-COUNT.
           ADD 1 TO WS-SHIPMENT-COUNT.
           DISPLAY "SHIPMENT " SHP-SEQ " RECORDED - ORDER "
              WS-STATUS-TEXT.

       FIND-LAST-SEQUENCE.
           MOVE ZERO TO WS-LAST-SEQ.
           MOVE TICKET-NUMBER TO SHP-TICKET.
           MOVE ZERO TO SHP-SALE SHP-SEQ.
           MOVE "00" TO FS-SHIPMENT.
           START SHIPMENT-FILE KEY IS >= SHP-KEY
               INVALID KEY
                   SET FS-SHIPMENT-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-HEADER.
           PERFORM NOTE-ONE-HEADER UNTIL FS-SHIPMENT-EOF.
           MOVE "00" TO FS-SHIPMENT.
           MOVE TICKET-NUMBER TO SHP-TICKET.
           COMPUTE SHP-SEQ = WS-LAST-SEQ + 1.

       READ-NEXT-HEADER.
           READ SHIPMENT-FILE NEXT RECORD
               AT END
                   SET FS-SHIPMENT-EOF TO TRUE
           END-READ.
           IF NOT FS-SHIPMENT-EOF
               IF SHP-TICKET NOT = TICKET-NUMBER
                  OR SHP-SALE NOT = ZERO
                   SET FS-SHIPMENT-EOF TO TRUE
               END-IF
           END-IF.

       NOTE-ONE-HEADER.
           MOVE SHP-SEQ TO WS-LAST-SEQ.
           PERFORM READ-NEXT-HEADER.

       WRITE-SHIPPED-LINE.
           IF WS-LN-THIS (WS-IDX) > ZERO
               MOVE WS-LN-SALE (WS-IDX) TO SHP-SALE
               MOVE WS-LN-CODE (WS-IDX) TO SHP-PROD-CODE
               MOVE WS-LN-THIS (WS-IDX) TO SHP-QTY
               PERFORM WRITE-SHIPMENT-RECORD
               PERFORM WRITE-SHIPCONF-LINE
           END-IF.

       WRITE-SHIPMENT-RECORD.
           MOVE WS-TODAY-DATE TO SHP-DATE.
           MOVE WS-NOW-TIME TO SHP-TIME.
           MOVE WS-OPERATOR-ID TO SHP-PACKER.
           MOVE WS-CARRIER TO SHP-CARRIER.
           MOVE WS-TRACKING TO SHP-TRACKING.
           MOVE WS-PACKAGES TO SHP-PACKAGES.
           MOVE WS-WEIGHT TO SHP-WEIGHT.
           IF WS-STATUS-TEXT = "COMPLETE"
               SET SHP-ORDER-COMPLETE TO TRUE
           ELSE
               SET SHP-ORDER-PARTIAL TO TRUE
           END-IF.
           WRITE SHIPMENT-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING SHIPMENT: " FS-SHIPMENT
                   MOVE "SHIPMENT-ENTRY" TO ERP-PROGRAM
                   MOVE "WRITE-SHIPMENT-RECORD" TO ERP-PARAGRAPH
                   MOVE "SHIPMENT.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-SHIPMENT TO ERP-STATUS
                   MOVE SHP-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-WRITE.

       WRITE-SHIPCONF-LINE.
           IF FS-SHIPCONF-OK
               MOVE SHP-WEIGHT TO WS-WEIGHT-EDIT
               MOVE SPACES TO SHIPCONF-LINE
               STRING SHP-SALE DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      SHP-TICKET DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      SHP-PROD-CODE DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      SHP-QTY DELIMITED BY SIZE
                      ",SHIPPED," DELIMITED BY SIZE
                      SHP-DATE DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      SHP-CARRIER DELIMITED BY "  "
                      "," DELIMITED BY SIZE
                      SHP-TRACKING DELIMITED BY "  "
                      "," DELIMITED BY SIZE
                      SHP-PACKAGES DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-WEIGHT-EDIT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-STATUS-TEXT DELIMITED BY SPACE
                      INTO SHIPCONF-LINE
               END-STRING
               WRITE SHIPCONF-LINE
           END-IF.

       CLOSE-FILES.
           CLOSE TICKETS-FILE.
           CLOSE VENTAS-FILE.
           CLOSE SHIPMENT-FILE.
           IF FS-SHIPCONF-OK
               CLOSE SHIPCONF-FILE
           END-IF.
