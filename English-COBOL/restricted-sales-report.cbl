      ******************************************************************
      * Author:
      * Date:
      * Purpose: Restricted-item compliance report. Lists every sale
      *          on SELLS.DAT in a date range whose product carries a
      *          PROD-RESTRICTION code - age check, daily limit or
      *          both - with the ticket, quantity, the operator who
      *          rang it and the customer it was sold to. Age-checked
      *          lines show whether the "ID" confirmation the register
      *          writes to EJOURNAL.DAT is on file for that ticket and
      *          product, so a missing confirmation stands out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTRICTED-SALES-REPORT.

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

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CLIENTE
               FILE STATUS IS FS-CLIENTES.

           SELECT EJOURNAL-FILE ASSIGN TO "EJOURNAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-EJOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS-FILE.
       COPY VENTAS-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       FD  EJOURNAL-FILE.
       COPY EJOURNAL-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
           88 FS-VENTAS-EOF     VALUE "10".

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".
       01  WS-CLIENTES-OPEN     PIC X VALUE "N".
           88 WS-CLIENTES-IS-OPEN VALUE "Y".

       01  FS-EJOURNAL          PIC XX.
           88 FS-EJOURNAL-OK    VALUE "00".
           88 FS-EJOURNAL-EOF   VALUE "10".

       01  WS-FROM-DATE         PIC 9(8).
       01  WS-TO-DATE           PIC 9(8).

       01  WS-IDCHECK-TABLE.
           05 WS-IDCHECK-ENTRY OCCURS 2000 TIMES
                 INDEXED BY WS-IDX.
               10 WS-IDC-TICKET     PIC 9(6).
               10 WS-IDC-PROD-CODE  PIC X(5).
       01  WS-IDCHECK-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-IDCHECK-FULL      PIC X VALUE "N".
           88 WS-IDCHECK-IS-FULL VALUE "Y".

       01  WS-ID-STATUS         PIC X(7).
       01  WS-CUSTOMER-NAME     PIC X(20).
       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-MISSING-ID-COUNT  PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "FROM DATE (YYYYMMDD, 0 = TODAY): "
              WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE = ZERO
               ACCEPT WS-FROM-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "TO DATE (YYYYMMDD, 0 = SAME DAY): "
              WITH NO ADVANCING.
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = ZERO
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           PERFORM OPEN-FILES.
           IF FS-VENTAS-OK AND FS-PRODUCTS-OK
               PERFORM LOAD-ID-CHECKS
               DISPLAY " "
               DISPLAY "RESTRICTED SALES FROM " WS-FROM-DATE
                  " TO " WS-TO-DATE
               DISPLAY "DATE     TICKET CODE  NAME                 "
                  "  QTY R OPER  CUSTOMER   NAME                 ID"
               MOVE WS-FROM-DATE TO VENTA-FECHA
               START VENTAS-FILE KEY IS >= VENTA-FECHA
                   INVALID KEY
                       SET FS-VENTAS-EOF TO TRUE
               END-START
               IF NOT FS-VENTAS-EOF
                   PERFORM READ-NEXT-SALE
               END-IF
               PERFORM LIST-ONE-SALE UNTIL FS-VENTAS-EOF
               DISPLAY " "
               DISPLAY "RESTRICTED LINES LISTED: " WS-LISTED-COUNT
               DISPLAY "AGE-CHECKED LINES WITHOUT ID CONFIRMATION: "
                  WS-MISSING-ID-COUNT
               IF WS-IDCHECK-IS-FULL
                   DISPLAY "NOTE: ID CONFIRMATION TABLE FULL - "
                      "NARROW THE DATE RANGE"
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "RESTRICTED-SALES-REPORT" TO ERP-PROGRAM
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
               MOVE "RESTRICTED-SALES-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF FS-CLIENTES-OK
               MOVE "Y" TO WS-CLIENTES-OPEN
           ELSE
               DISPLAY "clientes.idx NOT AVAILABLE - CUSTOMER NAMES "
                  "NOT SHOWN"
           END-IF.
           OPEN INPUT EJOURNAL-FILE.
           IF NOT FS-EJOURNAL-OK
               DISPLAY "EJOURNAL.DAT NOT AVAILABLE - ID "
                  "CONFIRMATIONS NOT CHECKED"
           END-IF.

       LOAD-ID-CHECKS.
           IF FS-EJOURNAL-OK
               PERFORM READ-NEXT-EVENT
               PERFORM KEEP-ONE-ID-CHECK UNTIL FS-EJOURNAL-EOF
           END-IF.

       READ-NEXT-EVENT.
           READ EJOURNAL-FILE
               AT END
                   SET FS-EJOURNAL-EOF TO TRUE
           END-READ.

       KEEP-ONE-ID-CHECK.
           IF EJ-ID-CHECKED
              AND EJ-DATE >= WS-FROM-DATE AND EJ-DATE <= WS-TO-DATE
               IF WS-IDCHECK-COUNT < 2000
                   ADD 1 TO WS-IDCHECK-COUNT
                   MOVE EJ-TICKET TO WS-IDC-TICKET (WS-IDCHECK-COUNT)
                   MOVE EJ-PROD-CODE
                      TO WS-IDC-PROD-CODE (WS-IDCHECK-COUNT)
               ELSE
                   MOVE "Y" TO WS-IDCHECK-FULL
               END-IF
           END-IF.
           PERFORM READ-NEXT-EVENT.

       READ-NEXT-SALE.
           READ VENTAS-FILE NEXT RECORD
               AT END
                   SET FS-VENTAS-EOF TO TRUE
           END-READ.
           IF NOT FS-VENTAS-EOF AND VENTA-FECHA > WS-TO-DATE
               SET FS-VENTAS-EOF TO TRUE
           END-IF.

       LIST-ONE-SALE.
           IF VENTA-SALE
               MOVE VENTA-CODIGO TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PROD-UNRESTRICTED
                           PERFORM PRINT-RESTRICTED-SALE
                       END-IF
               END-READ
           END-IF.
           PERFORM READ-NEXT-SALE.

       PRINT-RESTRICTED-SALE.
           MOVE "N/A" TO WS-ID-STATUS.
           IF PROD-NEEDS-ID-CHECK
               MOVE "MISSING" TO WS-ID-STATUS
               SET WS-IDX TO 1
               SEARCH WS-IDCHECK-ENTRY
                   AT END
                       ADD 1 TO WS-MISSING-ID-COUNT
                   WHEN WS-IDX > WS-IDCHECK-COUNT
                       ADD 1 TO WS-MISSING-ID-COUNT
                   WHEN WS-IDC-TICKET (WS-IDX) = VENTA-TICKET
                    AND WS-IDC-PROD-CODE (WS-IDX) = VENTA-CODIGO
                       MOVE "YES" TO WS-ID-STATUS
               END-SEARCH
           END-IF.
           MOVE SPACES TO WS-CUSTOMER-NAME.
           IF WS-CLIENTES-IS-OPEN
               MOVE VENTA-CLAVE-CLIENTE TO CLAVE-CLIENTE
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       MOVE "** NOT ON FILE **" TO WS-CUSTOMER-NAME
                   NOT INVALID KEY
                       MOVE NOMBRE-CLIENTE TO WS-CUSTOMER-NAME
               END-READ
           END-IF.
           DISPLAY VENTA-FECHA " " VENTA-TICKET " " VENTA-CODIGO " "
              PROD-NAME " " VENTA-CANTIDAD " " PROD-RESTRICTION " "
              VENTA-OPERADOR " " VENTA-CLAVE-CLIENTE " "
              WS-CUSTOMER-NAME " " WS-ID-STATUS.
           ADD 1 TO WS-LISTED-COUNT.

       CLOSE-FILES.
           CLOSE VENTAS-FILE.
           CLOSE PRODUCTS-FILE.
           IF WS-CLIENTES-IS-OPEN
               CLOSE ARCHIVO-CLIENTES
           END-IF.
           IF FS-EJOURNAL-OK OR FS-EJOURNAL-EOF
               CLOSE EJOURNAL-FILE
           END-IF.
