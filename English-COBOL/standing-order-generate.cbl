      *          SALES-BATCH-INTAKE posts them through its existing
      *          validations, credit checks, and backorder handling.
      *          Prints a generation report of what was produced and
      *          what was skipped. A customer on a delivery route
      *          (CLIENTE-RUTA) gets a closing "*DLV*" line after
      *          their order so SALES-BATCH-INTAKE adds the route's
      *          delivery charge to it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-GENERATED-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-QTY-TEXT          PIC 9(5).
       01  WS-ORDER-CUSTOMER    PIC X(10) VALUE SPACES.
       01  WS-ORDER-ROUTE       PIC X(2) VALUE SPACES.
       01  WS-ORDER-LINES       PIC 9(3) VALUE ZERO.
       01  WS-DELIVERY-COUNT    PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               END-START
               PERFORM READ-NEXT-TEMPLATE
               PERFORM GENERATE-ONE-LINE UNTIL FS-STANDORD-EOF
               PERFORM CLOSE-CUSTOMER-ORDER
               DISPLAY " "
               DISPLAY "LINES GENERATED: " WS-GENERATED-COUNT
               DISPLAY "LINES SKIPPED:   " WS-SKIPPED-COUNT
               DISPLAY "DELIVERY ORDERS: " WS-DELIVERY-COUNT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT STANDORD-FILE.
           IF NOT FS-STANDORD-OK
               DISPLAY "ERROR OPENING STANDORD.DAT: " FS-STANDORD
               MOVE "STANDING-ORDER-GENERATE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "STANDORD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-STANDORD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "STANDING-ORDER-GENERATE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND INTAKE-FILE.
           IF FS-INTAKE-NOT-EXIST
           END-IF.
           IF NOT FS-INTAKE-OK
               DISPLAY "ERROR OPENING SALESIN.TXT: " FS-INTAKE
               MOVE "STANDING-ORDER-GENERATE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SALESIN.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-INTAKE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-TEMPLATE.
           END-READ.

       GENERATE-ONE-LINE.
           IF SO-CLAVE-CLIENTE NOT = WS-ORDER-CUSTOMER
               PERFORM CLOSE-CUSTOMER-ORDER
           END-IF.
           IF SO-WEEKDAY = WS-TODAY-WEEKDAY
               MOVE SO-CLAVE-CLIENTE TO CLAVE-CLIENTE
               READ ARCHIVO-CLIENTES
           END-STRING.
           WRITE INTAKE-LINE.
           ADD 1 TO WS-GENERATED-COUNT.
           MOVE SO-CLAVE-CLIENTE TO WS-ORDER-CUSTOMER.
           MOVE CLIENTE-RUTA TO WS-ORDER-ROUTE.
           ADD 1 TO WS-ORDER-LINES.
           DISPLAY "GENERATED " SO-CLAVE-CLIENTE " LINE " SO-LINE
              " - " SO-PROD-CODE " QTY " SO-QUANTITY.

      * Templates are keyed by customer, so a change of customer
      * ends the order; a routed customer's order is closed with the
      * delivery line
       CLOSE-CUSTOMER-ORDER.
           IF WS-ORDER-LINES > ZERO AND WS-ORDER-ROUTE NOT = SPACES
               MOVE SPACES TO INTAKE-LINE
               STRING "*DLV*,00000," DELIMITED BY SIZE
                      WS-ORDER-CUSTOMER DELIMITED BY SIZE
                      INTO INTAKE-LINE
               END-STRING
               WRITE INTAKE-LINE
               ADD 1 TO WS-DELIVERY-COUNT
               DISPLAY "DELIVERY ORDER " WS-ORDER-CUSTOMER " ROUTE "
                  WS-ORDER-ROUTE
           END-IF.
           MOVE SO-CLAVE-CLIENTE TO WS-ORDER-CUSTOMER.
           MOVE SPACES TO WS-ORDER-ROUTE.
           MOVE ZERO TO WS-ORDER-LINES.

       CLOSE-FILES.
           IF FS-STANDORD-OK OR FS-STANDORD-EOF
               CLOSE STANDORD-FILE
