      *          VENTA-CLAVE-CLIENTE with the payments on ARPAY.DAT,
      *          shows the computed balance alongside the
      *          CLIENTE-SALDO carried on clientes.idx, and flags a
      *          difference. The net of the customer's open items on
      *          ARITEM.DAT is shown as a third figure so a drift
      *          between the open-item ledger and the balance is
      *          caught at the counter. Returned payments and
      *          bad-debt write-offs on WRITEOFF.DAT are shown and
      *          taken into the computed balance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT ARPAY-FILE ASSIGN TO "ARPAY.DAT"
               RECORD KEY IS PAY-NUMBER
               FILE STATUS IS FS-ARPAY.

           SELECT WRITEOFF-FILE ASSIGN TO "WRITEOFF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-WRITEOFF.

           SELECT ARITEM-FILE ASSIGN TO "ARITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARI-KEY
               FILE STATUS IS FS-ARITEM.

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  ARPAY-FILE.
       COPY ARPAY-RECORD.

       FD  WRITEOFF-FILE.
       COPY WRITEOFF-RECORD.

       FD  ARITEM-FILE.
       COPY ARITEM-RECORD.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

           88 FS-ARPAY-OK       VALUE "00".
           88 FS-ARPAY-EOF      VALUE "10".

       01  FS-WRITEOFF          PIC XX.
           88 FS-WRITEOFF-OK    VALUE "00".
           88 FS-WRITEOFF-EOF   VALUE "10".

       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".

       01  FS-ARITEM            PIC XX.
           88 FS-ARITEM-OK      VALUE "00".
           88 FS-ARITEM-EOF     VALUE "10".
       01  WS-ARITEM-OPEN       PIC X VALUE "N".
           88 WS-ARITEM-IS-OPEN VALUE "Y".
       01  WS-OPEN-ITEM-TOTAL   PIC S9(11)V99 VALUE ZERO.

       01  WS-CUSTOMER-CODE     PIC X(10).
       01  WS-LINE-AMOUNT       PIC S9(11)V99.
       01  WS-SALES-TOTAL       PIC S9(11)V99 VALUE ZERO.
       01  WS-PAYMENT-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01  WS-RETURNED-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01  WS-RETURNED-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-WRITTEN-OFF-TOTAL PIC 9(11)V99 VALUE ZERO.
       01  WS-RECOVERED-TOTAL   PIC 9(11)V99 VALUE ZERO.
       01  WS-COMPUTED-BALANCE  PIC S9(11)V99.
       01  WS-AMOUNT-EDIT       PIC -,---,---,--9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CUSTOMER CODE (10 characters): "
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "AR-BALANCE-INQUIRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARPAY-FILE.
           IF NOT FS-ARPAY-OK
               DISPLAY "ERROR OPENING ARPAY.DAT: " FS-ARPAY
               MOVE "AR-BALANCE-INQUIRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "ARPAY.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARPAY TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "AR-BALANCE-INQUIRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARITEM-FILE.
           IF FS-ARITEM-OK
               MOVE "Y" TO WS-ARITEM-OPEN
           END-IF.

       LOOKUP-CUSTOMER.
                   DISPLAY "ACCOUNT BALANCE FOR: " NOMBRE-CLIENTE
                   PERFORM TOTAL-ACCOUNT-SALES
                   PERFORM TOTAL-PAYMENTS
                   PERFORM TOTAL-WRITE-OFFS
                   PERFORM TOTAL-OPEN-ITEMS
                   PERFORM PRINT-BALANCE
           END-READ.

       ADD-PAYMENT.
           IF PAY-CLAVE-CLIENTE = WS-CUSTOMER-CODE
               ADD PAY-AMOUNT TO WS-PAYMENT-TOTAL
               IF PAY-RETURNED
                   ADD PAY-AMOUNT TO WS-RETURNED-TOTAL
                   ADD 1 TO WS-RETURNED-COUNT
               END-IF
           END-IF.
           PERFORM READ-NEXT-PAYMENT.

       TOTAL-WRITE-OFFS.
           OPEN INPUT WRITEOFF-FILE.
           IF FS-WRITEOFF-OK
               PERFORM READ-NEXT-WRITE-OFF
               PERFORM ADD-WRITE-OFF UNTIL FS-WRITEOFF-EOF
               CLOSE WRITEOFF-FILE
           END-IF.

       READ-NEXT-WRITE-OFF.
           READ WRITEOFF-FILE
               AT END
                   SET FS-WRITEOFF-EOF TO TRUE
           END-READ.

       ADD-WRITE-OFF.
           IF WOF-CLAVE-CLIENTE = WS-CUSTOMER-CODE
               IF WOF-WRITE-OFF
                   ADD WOF-AMOUNT TO WS-WRITTEN-OFF-TOTAL
               ELSE
                   ADD WOF-AMOUNT TO WS-RECOVERED-TOTAL
               END-IF
           END-IF.
           PERFORM READ-NEXT-WRITE-OFF.

       TOTAL-OPEN-ITEMS.
           IF WS-ARITEM-IS-OPEN
               MOVE WS-CUSTOMER-CODE TO ARI-CLAVE-CLIENTE
               MOVE ZERO TO ARI-ITEM-NUMBER
               START ARITEM-FILE KEY IS NOT LESS THAN ARI-KEY
                   INVALID KEY
                       SET FS-ARITEM-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-OPEN-ITEM
               PERFORM ADD-OPEN-ITEM UNTIL FS-ARITEM-EOF
           END-IF.

       READ-NEXT-OPEN-ITEM.
           IF NOT FS-ARITEM-EOF
               READ ARITEM-FILE NEXT RECORD
                   AT END
                       SET FS-ARITEM-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT FS-ARITEM-EOF
               IF ARI-CLAVE-CLIENTE NOT = WS-CUSTOMER-CODE
                   SET FS-ARITEM-EOF TO TRUE
               END-IF
           END-IF.

       ADD-OPEN-ITEM.
           IF ARI-OPEN
               IF ARI-CREDIT-ITEM
                   SUBTRACT ARI-OPEN-AMOUNT FROM WS-OPEN-ITEM-TOTAL
               ELSE
                   ADD ARI-OPEN-AMOUNT TO WS-OPEN-ITEM-TOTAL
               END-IF
           END-IF.
           PERFORM READ-NEXT-OPEN-ITEM.

       PRINT-BALANCE.
           COMPUTE WS-COMPUTED-BALANCE =
              WS-SALES-TOTAL - WS-PAYMENT-TOTAL + WS-RETURNED-TOTAL
              - WS-WRITTEN-OFF-TOTAL.
           MOVE WS-SALES-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY "ACCOUNT SALES:    " WS-AMOUNT-EDIT.
           MOVE WS-PAYMENT-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY "PAYMENTS:         " WS-AMOUNT-EDIT.
           IF WS-RETURNED-COUNT > ZERO
               MOVE WS-RETURNED-TOTAL TO WS-AMOUNT-EDIT
               DISPLAY "RETURNED (NSF):   " WS-AMOUNT-EDIT
                  "  (" WS-RETURNED-COUNT " PAYMENTS)"
           END-IF.
           IF WS-WRITTEN-OFF-TOTAL > ZERO
               MOVE WS-WRITTEN-OFF-TOTAL TO WS-AMOUNT-EDIT
               DISPLAY "WRITTEN OFF:      " WS-AMOUNT-EDIT
               MOVE WS-RECOVERED-TOTAL TO WS-AMOUNT-EDIT
               DISPLAY "RECOVERED SINCE:  " WS-AMOUNT-EDIT
           END-IF.
           MOVE WS-COMPUTED-BALANCE TO WS-AMOUNT-EDIT.
           DISPLAY "COMPUTED BALANCE: " WS-AMOUNT-EDIT.
           MOVE CLIENTE-SALDO TO WS-AMOUNT-EDIT.
               DISPLAY "WARNING - COMPUTED BALANCE AND BALANCE ON "
                  "FILE DISAGREE"
           END-IF.
           IF WS-ARITEM-IS-OPEN
               MOVE WS-OPEN-ITEM-TOTAL TO WS-AMOUNT-EDIT
               DISPLAY "OPEN ITEMS NET:   " WS-AMOUNT-EDIT
               IF WS-OPEN-ITEM-TOTAL NOT = CLIENTE-SALDO
                   DISPLAY "WARNING - OPEN ITEMS AND BALANCE ON "
                      "FILE DISAGREE"
               END-IF
           END-IF.

       CLOSE-FILES.
           CLOSE VENTAS-FILE.
           CLOSE ARPAY-FILE.
           CLOSE ARCHIVO-CLIENTES.
           IF WS-ARITEM-IS-OPEN
               CLOSE ARITEM-FILE
           END-IF.
