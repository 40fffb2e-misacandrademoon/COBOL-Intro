               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
               10 WS-STP-NAME     PIC X(30).
               10 WS-STP-TOTAL    PIC 9(9)V99.
               10 WS-STP-TENDER   PIC X(1).
               10 WS-STP-SHIP-TO  PIC 9(3).

       01  WS-IDX               PIC 9(3).
       01  WS-SORT-I            PIC 9(3).
           05 WS-SWP-NAME     PIC X(30).
           05 WS-SWP-TOTAL    PIC 9(9)V99.
           05 WS-SWP-TENDER   PIC X(1).
           05 WS-SWP-SHIP-TO  PIC 9(3).

       01  WS-CURRENT-ROUTE     PIC X(2).
       01  WS-ROUTE-TOTAL       PIC 9(9)V99.
       01  WS-CONF-STATUS       PIC X.
       01  WS-CONFIRMED-COUNT   PIC 9(3) VALUE ZERO.

       01  WS-ADDR-ACTION       PIC X VALUE "G".
       01  WS-ADDR-NUMBER       PIC 9(3).
       01  WS-ADDRESS-LINES.
           05 WS-ADDRESS-LINE   PIC X(60) OCCURS 4 TIMES.
       01  WS-ADDR-RESULT       PIC X.
           88 WS-ADDR-ON-FILE   VALUE "Y", "B".
       01  WS-ADDR-IDX          PIC 9.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           OPEN INPUT TICKETS-FILE.
           IF NOT FS-TICKETS-OK
               DISPLAY "ERROR OPENING TICKETS.DAT: " FS-TICKETS
               MOVE "DELIVERY-MANIFEST" TO ERP-PROGRAM
               MOVE "OPEN-PRINT-FILES" TO ERP-PARAGRAPH
               MOVE "TICKETS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-TICKETS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "DELIVERY-MANIFEST" TO ERP-PROGRAM
               MOVE "OPEN-PRINT-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "DELIVERY-MANIFEST" TO ERP-PROGRAM
               MOVE "OPEN-PRINT-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ROUTE-FILE.
           IF NOT FS-ROUTE-OK
               DISPLAY "ROUTES.DAT NOT AVAILABLE (" FS-ROUTE
                  ") - ROUTE NAMES OMITTED"
               MOVE "DELIVERY-MANIFEST" TO ERP-PROGRAM
               MOVE "OPEN-PRINT-FILES" TO ERP-PARAGRAPH
               MOVE "ROUTES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ROUTE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT MANIFEST-FILE.
           IF NOT FS-MANIFEST-OK
               DISPLAY "ERROR CREATING MANIFEST.TXT: " FS-MANIFEST
               MOVE "DELIVERY-MANIFEST" TO ERP-PROGRAM
               MOVE "OPEN-PRINT-FILES" TO ERP-PARAGRAPH
               MOVE "MANIFEST.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MANIFEST TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       GATHER-DAY-TICKETS.
               MOVE NOMBRE-CLIENTE TO WS-STP-NAME (WS-STOP-COUNT)
               MOVE TICKET-TOTAL TO WS-STP-TOTAL (WS-STOP-COUNT)
               MOVE "C" TO WS-STP-TENDER (WS-STOP-COUNT)
               MOVE TICKET-SHIP-TO TO WS-STP-SHIP-TO (WS-STOP-COUNT)
           ELSE
               DISPLAY "MORE THAN 200 STOPS - TICKET SKIPPED: "
                  TICKET-NUMBER
               END-STRING
           END-IF.
           WRITE MANIFEST-LINE.
           PERFORM WRITE-STOP-ADDRESS.

       WRITE-STOP-ADDRESS.
           MOVE WS-STP-SHIP-TO (WS-IDX) TO WS-ADDR-NUMBER.
           CALL "CUSTOMER-ADDRESS" USING WS-ADDR-ACTION
              WS-STP-CLIENTE (WS-IDX) WS-ADDR-NUMBER WS-ADDRESS-LINES
              WS-ADDR-RESULT.
           IF WS-ADDR-ON-FILE
               PERFORM WRITE-ADDRESS-LINE
                  VARYING WS-ADDR-IDX FROM 1 BY 1
                  UNTIL WS-ADDR-IDX > 4
           ELSE
               MOVE "           (NO ADDRESS ON FILE)" TO MANIFEST-LINE
               WRITE MANIFEST-LINE
           END-IF.

       WRITE-ADDRESS-LINE.
           IF WS-ADDR-IDX = 1
              AND WS-ADDRESS-LINE (1) = WS-STP-NAME (WS-IDX)
               CONTINUE
           ELSE
               PERFORM WRITE-ADDRESS-TEXT
           END-IF.

       WRITE-ADDRESS-TEXT.
           IF WS-ADDRESS-LINE (WS-ADDR-IDX) NOT = SPACES
               STRING "           " DELIMITED BY SIZE
                      WS-ADDRESS-LINE (WS-ADDR-IDX) DELIMITED BY SIZE
                  INTO MANIFEST-LINE
               END-STRING
               WRITE MANIFEST-LINE
           END-IF.

       WRITE-ROUTE-HEADER.
           MOVE ZERO TO WS-ROUTE-TOTAL WS-ROUTE-CASH WS-ROUTE-STOPS.
           END-IF.
           IF NOT FS-CONFIRM-OK
               DISPLAY "ERROR OPENING DELIVCONF.DAT: " FS-CONFIRM
               MOVE "DELIVERY-MANIFEST" TO ERP-PROGRAM
               MOVE "CONFIRM-DELIVERIES" TO ERP-PARAGRAPH
               MOVE "DELIVCONF.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CONFIRM TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN INPUT TICKETS-FILE
               DISPLAY "POST THE DRIVER'S RETURN COPY - TICKET "
