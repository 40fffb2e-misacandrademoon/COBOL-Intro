               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               RECORD KEY IS TAX-CLASS
               FILE STATUS IS FS-TAXRATE.

           SELECT TAXEXSAL-FILE ASSIGN TO "TAXEXSAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TAXEXSAL.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INVOICE.
       FD  TAXRATE-FILE.
       COPY TAXRATE-RECORD.

       FD  TAXEXSAL-FILE.
       COPY TAXEXSAL-RECORD.

       FD  INVOICE-FILE.
       01  INVOICE-LINE          PIC X(70).

       FD  ARCH-TICKETS-FILE.
       01  ARCH-TICKET-REC       PIC X(43).

       FD  ARCH-VENTAS-FILE.
       01  ARCH-VENTA-REC        PIC X(76).

       WORKING-STORAGE SECTION.
       01  FS-TICKETS           PIC XX.
       01  FS-TAXRATE           PIC XX.
           88 FS-TAXRATE-OK     VALUE "00".

       01  FS-TAXEXSAL          PIC XX.
           88 FS-TAXEXSAL-OK    VALUE "00".
           88 FS-TAXEXSAL-EOF   VALUE "10".
       01  WS-TICKET-EXEMPT     PIC X.
           88 WS-TICKET-IS-EXEMPT VALUE "Y".
       01  WS-EXEMPT-CERTIFICATE PIC X(20).

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".

       01  WS-INV-TAX           PIC 9(9)V99.
       01  WS-INV-TOTAL         PIC 9(9)V99.
       01  WS-INV-AMOUNT-EDIT   PIC Z,ZZZ,ZZ9.99.
       01  WS-INV-SIGN          PIC X.

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
           OPEN INPUT TICKETS-FILE.
           IF NOT FS-TICKETS-OK
               DISPLAY "ERROR OPENING TICKETS.DAT: " FS-TICKETS
               MOVE "INVOICE-REPRINT" TO ERP-PROGRAM
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
               MOVE "INVOICE-REPRINT" TO ERP-PROGRAM
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
               MOVE "INVOICE-REPRINT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "INVOICE-REPRINT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT TAXRATE-FILE.
           IF NOT FS-TAXRATE-OK
           END-IF.
           IF NOT FS-INVOICE-OK
               DISPLAY "ERROR OPENING INVOICE.TXT: " FS-INVOICE
               MOVE "INVOICE-REPRINT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "INVOICE.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-INVOICE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       REPRINT-ONE-TICKET.
                  INTO INVOICE-LINE
           END-STRING.
           WRITE INVOICE-LINE.
           PERFORM PRINT-INVOICE-ADDRESSES.
           MOVE "PRODUCT              QTY    AMOUNT" TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE ZERO TO WS-LINE-COUNT WS-INV-TOTAL WS-INV-TAX.
           PERFORM FIND-TICKET-EXEMPTION.
           PERFORM SCAN-TICKET-LINES.
           MOVE WS-INV-TOTAL TO WS-INV-AMOUNT-EDIT.
           STRING "SUBTOTAL:           " DELIMITED BY SIZE
                  INTO INVOICE-LINE
           END-STRING.
           WRITE INVOICE-LINE.
           IF WS-TICKET-IS-EXEMPT
               MOVE SPACES TO INVOICE-LINE
               STRING "TAX EXEMPT - CERTIFICATE " DELIMITED BY SIZE
                      WS-EXEMPT-CERTIFICATE DELIMITED BY SIZE
                      INTO INVOICE-LINE
               END-STRING
               WRITE INVOICE-LINE
           END-IF.
           COMPUTE WS-INV-TOTAL = WS-INV-TOTAL + WS-INV-TAX.
           MOVE WS-INV-TOTAL TO WS-INV-AMOUNT-EDIT.
           STRING "TOTAL:              " DELIMITED BY SIZE
           DISPLAY "TICKET " TICKET-NUMBER " REPRINTED WITH "
              WS-LINE-COUNT " LINE(S) TO INVOICE.TXT".

       PRINT-INVOICE-ADDRESSES.
           MOVE ZERO TO WS-ADDR-NUMBER.
           PERFORM GET-CUSTOMER-ADDRESS.
           IF WS-ADDR-ON-FILE
               MOVE "BILL TO:" TO INVOICE-LINE
               WRITE INVOICE-LINE
               PERFORM PRINT-ADDRESS-LINE
                  VARYING WS-ADDR-IDX FROM 1 BY 1
                  UNTIL WS-ADDR-IDX > 4
               MOVE "SHIP TO:" TO INVOICE-LINE
               WRITE INVOICE-LINE
               IF TICKET-SHIP-TO = ZERO
                   MOVE "  SAME AS BILL TO" TO INVOICE-LINE
                   WRITE INVOICE-LINE
               ELSE
                   MOVE TICKET-SHIP-TO TO WS-ADDR-NUMBER
                   PERFORM GET-CUSTOMER-ADDRESS
                   PERFORM PRINT-ADDRESS-LINE
                      VARYING WS-ADDR-IDX FROM 1 BY 1
                      UNTIL WS-ADDR-IDX > 4
               END-IF
           END-IF.

       PRINT-ADDRESS-LINE.
           IF WS-ADDRESS-LINE (WS-ADDR-IDX) NOT = SPACES
               STRING "  " DELIMITED BY SIZE
                      WS-ADDRESS-LINE (WS-ADDR-IDX) DELIMITED BY SIZE
                      INTO INVOICE-LINE
               END-STRING
               WRITE INVOICE-LINE
           END-IF.

       GET-CUSTOMER-ADDRESS.
           CALL "CUSTOMER-ADDRESS" USING WS-ADDR-ACTION
              TICKET-CLAVE-CLIENTE WS-ADDR-NUMBER WS-ADDRESS-LINES
              WS-ADDR-RESULT.

       FIND-ARCHIVE-TICKET.
           MOVE "N" TO WS-TICKET-FOUND.
           OPEN INPUT ARCH-TICKETS-FILE.
               PERFORM READ-NEXT-ARCHIVE-TICKET
           END-IF.

      * A ticket sold under a current exemption certificate has its
      * lines on TAXEXSAL.DAT and is reprinted without tax
       FIND-TICKET-EXEMPTION.
           MOVE "N" TO WS-TICKET-EXEMPT.
           MOVE SPACES TO WS-EXEMPT-CERTIFICATE.
           OPEN INPUT TAXEXSAL-FILE.
           IF FS-TAXEXSAL-OK
               PERFORM READ-NEXT-EXEMPT-SALE
               PERFORM MATCH-EXEMPT-SALE UNTIL FS-TAXEXSAL-EOF
               CLOSE TAXEXSAL-FILE
           END-IF.

       READ-NEXT-EXEMPT-SALE.
           READ TAXEXSAL-FILE
               AT END
                   SET FS-TAXEXSAL-EOF TO TRUE
           END-READ.

       MATCH-EXEMPT-SALE.
           IF TXS-TICKET = TICKET-NUMBER
              AND TXS-FECHA = TICKET-FECHA
              AND TXS-CLAVE-CLIENTE = TICKET-CLAVE-CLIENTE
               MOVE "Y" TO WS-TICKET-EXEMPT
               MOVE TXS-CERTIFICATE TO WS-EXEMPT-CERTIFICATE
               SET FS-TAXEXSAL-EOF TO TRUE
           ELSE
               PERFORM READ-NEXT-EXEMPT-SALE
           END-IF.

       SCAN-TICKET-LINES.
           IF WS-ARCHIVE-YEAR > ZERO
               PERFORM SCAN-ARCHIVE-LINES

       CHECK-ARCHIVE-SALE-LINE.
           MOVE ARCH-VENTA-REC TO VENTAS-RECORD.
           IF VENTA-TICKET = WS-TICKET-NUMBER
              AND (VENTA-SALE OR VENTA-FEE OR VENTA-COUPON
                   OR VENTA-DELIVERY-CHG)
               PERFORM PRINT-SALE-LINE
           END-IF.
           PERFORM READ-NEXT-ARCHIVE-SALE.
           END-READ.

       CHECK-SALE-LINE.
           IF VENTA-TICKET = WS-TICKET-NUMBER
              AND (VENTA-SALE OR VENTA-FEE OR VENTA-COUPON
                   OR VENTA-DELIVERY-CHG)
               PERFORM PRINT-SALE-LINE
           END-IF.
           PERFORM READ-NEXT-SALE.
                   CONTINUE
           END-READ.
           COMPUTE WS-INV-AMOUNT = VENTA-PRECIO * VENTA-CANTIDAD.
           MOVE SPACE TO WS-INV-SIGN.
           EVALUATE TRUE
               WHEN VENTA-FEE
                   ADD WS-INV-AMOUNT TO WS-INV-TOTAL
                   MOVE "  DEPOSIT/FEE" TO PROD-NAME
                   MOVE ZERO TO WS-EFFECTIVE-RATE
               WHEN VENTA-DELIVERY-CHG
                   ADD WS-INV-AMOUNT TO WS-INV-TOTAL
                   MOVE "  DELIVERY CHARGE" TO PROD-NAME
                   MOVE ZERO TO WS-EFFECTIVE-RATE
               WHEN VENTA-COUPON
                   SUBTRACT WS-INV-AMOUNT FROM WS-INV-TOTAL
                   MOVE "  COUPON" TO PROD-NAME
                   MOVE "-" TO WS-INV-SIGN
                   MOVE ZERO TO WS-EFFECTIVE-RATE
               WHEN OTHER
                   ADD WS-INV-AMOUNT TO WS-INV-TOTAL
                   PERFORM LOOKUP-LINE-TAX-RATE
           END-EVALUATE.
           COMPUTE WS-INV-TAX ROUNDED = WS-INV-TAX +
              WS-INV-AMOUNT * WS-EFFECTIVE-RATE.
           ADD 1 TO WS-LINE-COUNT.
                  VENTA-CANTIDAD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INV-AMOUNT-EDIT DELIMITED BY SIZE
                  WS-INV-SIGN DELIMITED BY SIZE
                  INTO INVOICE-LINE
           END-STRING.
           WRITE INVOICE-LINE.

       LOOKUP-LINE-TAX-RATE.
           MOVE WS-TAX-RATE TO WS-EFFECTIVE-RATE.
           IF WS-TICKET-IS-EXEMPT
               MOVE ZERO TO WS-EFFECTIVE-RATE
           ELSE
               IF FS-TAXRATE-OK
                   MOVE PROD-TAX-CLASS TO TAX-CLASS
                   READ TAXRATE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TAX-RATE TO WS-EFFECTIVE-RATE
                   END-READ
               END-IF
           END-IF.

       CLOSE-FILES.
