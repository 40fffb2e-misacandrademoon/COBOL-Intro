      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time cutover to open-item receivables. Builds
      *          ARITEM.DAT from the account-tender lines on SELLS.DAT
      *          - one invoice item per ticket, netted for the
      *          returns, voids and coupons booked against it, and one
      *          F item per finance charge - then applies each
      *          customer's ARPAY.DAT payments to those items oldest
      *          first, the same order the balance-forward aging used,
      *          and leaves any payment or credit that finds nothing
      *          to pay as an unapplied-cash item. Seeds ARICTL.DAT
      *          with the last item number so AR-ITEM-WRITER and
      *          AR-PAYMENT-ENTRY carry on the sequence, and lists
      *          every customer whose open items do not net to the
      *          CLIENTE-SALDO on clientes.idx. Refuses to run once
      *          ARICTL.DAT exists.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-OPEN-ITEM-CUTOVER.

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

           SELECT ARPAY-FILE ASSIGN TO "ARPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAY-NUMBER
               FILE STATUS IS FS-ARPAY.

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CLIENTE
               FILE STATUS IS FS-CLIENTES.

           SELECT ARITEM-FILE ASSIGN TO "ARITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARI-KEY
               FILE STATUS IS FS-ARITEM.

           SELECT ARITEM-CONTROL-FILE ASSIGN TO "ARICTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARITEM-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS-FILE.
       COPY VENTAS-RECORD.

       FD  ARPAY-FILE.
       COPY ARPAY-RECORD.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       FD  ARITEM-FILE.
       COPY ARITEM-RECORD.

       FD  ARITEM-CONTROL-FILE.
       01  ARITEM-CONTROL-RECORD.
           05 ARICTL-LAST-NUMBER PIC 9(08).

       WORKING-STORAGE SECTION.
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
           88 FS-VENTAS-EOF     VALUE "10".

       01  FS-ARPAY             PIC XX.
           88 FS-ARPAY-OK       VALUE "00".
           88 FS-ARPAY-EOF      VALUE "10".
           88 FS-ARPAY-NOT-EXIST VALUE "35".

       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".

       01  FS-ARITEM            PIC XX.
           88 FS-ARITEM-OK      VALUE "00".

       01  FS-ARITEM-CONTROL    PIC XX.
           88 FS-ARITEM-CONTROL-OK VALUE "00".

       01  WS-ARPAY-OPEN        PIC X VALUE "N".
           88 WS-ARPAY-IS-OPEN  VALUE "Y".
       01  WS-VENTAS-OPEN       PIC X VALUE "N".
           88 WS-VENTAS-IS-OPEN VALUE "Y".
       01  WS-CLIENTES-OPEN     PIC X VALUE "N".
           88 WS-CLIENTES-IS-OPEN VALUE "Y".
       01  WS-ARITEM-OPEN       PIC X VALUE "N".
           88 WS-ARITEM-IS-OPEN VALUE "Y".

       01  WS-PAID-TABLE.
           05 WS-PAID-ENTRY OCCURS 500 TIMES INDEXED BY WS-PD-IDX.
               10 WS-PD-CLIENTE   PIC X(10).
               10 WS-PD-AMOUNT    PIC 9(9)V99.
               10 WS-PD-LAST-PAY  PIC 9(6).
               10 WS-PD-LAST-DATE PIC 9(8).
               10 WS-PD-USED      PIC X.
                   88 WS-PD-IS-USED VALUE "Y".
       01  WS-PAID-COUNT        PIC 9(3) VALUE ZERO.

       01  WS-TICKET-TABLE.
           05 WS-TICKET-ENTRY OCCURS 500 TIMES INDEXED BY WS-TK-IDX.
               10 WS-TK-TICKET    PIC 9(6).
               10 WS-TK-TYPE      PIC X.
               10 WS-TK-FECHA     PIC 9(8).
               10 WS-TK-REFERENCE PIC 9(8).
               10 WS-TK-AMOUNT    PIC S9(9)V99.
       01  WS-TICKET-COUNT      PIC 9(3).

       01  WS-FOUND-FLAG        PIC X.
           88 WS-FOUND          VALUE "Y".
       01  WS-CUSTOMER-CODE     PIC X(10).
       01  WS-LINE-AMOUNT       PIC S9(9)V99.
       01  WS-POOL              PIC 9(9)V99.
       01  WS-APPLIED           PIC 9(9)V99.
       01  WS-CUSTOMER-NET      PIC S9(9)V99.
       01  WS-UNAPPLIED-REF     PIC 9(8).
       01  WS-UNAPPLIED-DATE    PIC 9(8).
       01  WS-ITEM-NUMBER       PIC 9(8) VALUE ZERO.
       01  WS-TODAY             PIC 9(8).

       01  WS-CUSTOMER-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-OPEN-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-CLOSED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-UNAPPLIED-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-MISMATCH-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-AMOUNT-EDIT       PIC -,---,--9.99.
       01  WS-SALDO-EDIT        PIC -,---,--9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT ARITEM-CONTROL-FILE.
           IF FS-ARITEM-CONTROL-OK
               CLOSE ARITEM-CONTROL-FILE
               DISPLAY "ARICTL.DAT ALREADY ON DISK - CUTOVER "
                  "ALREADY DONE, NOT OVERWRITING ARITEM.DAT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           IF WS-VENTAS-IS-OPEN AND WS-CLIENTES-IS-OPEN
              AND WS-ARITEM-IS-OPEN
               PERFORM LOAD-PAYMENT-TOTALS
               PERFORM BUILD-CUSTOMER-ITEMS
               PERFORM WRITE-PAYMENT-ONLY-ITEMS
                  VARYING WS-PD-IDX FROM 1 BY 1
                  UNTIL WS-PD-IDX > WS-PAID-COUNT
               PERFORM SEED-ITEM-CONTROL
               DISPLAY " "
               DISPLAY "CUSTOMERS CONVERTED:    " WS-CUSTOMER-COUNT
               DISPLAY "OPEN ITEMS WRITTEN:     " WS-OPEN-COUNT
               DISPLAY "PAID ITEMS WRITTEN:     " WS-CLOSED-COUNT
               DISPLAY "UNAPPLIED CASH ITEMS:   " WS-UNAPPLIED-COUNT
               DISPLAY "BALANCE MISMATCHES:     " WS-MISMATCH-COUNT
               DISPLAY "LAST ITEM NUMBER:       " WS-ITEM-NUMBER
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT VENTAS-FILE.
           IF FS-VENTAS-OK
               MOVE "Y" TO WS-VENTAS-OPEN
           ELSE
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "AR-OPEN-ITEM-CUTOVER" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARPAY-FILE.
           IF FS-ARPAY-OK
               MOVE "Y" TO WS-ARPAY-OPEN
           ELSE
               IF FS-ARPAY-NOT-EXIST
                   DISPLAY "ARPAY.DAT NOT ON FILE - NO PAYMENTS TO "
                      "APPLY"
               ELSE
                   DISPLAY "ERROR OPENING ARPAY.DAT: " FS-ARPAY
                   MOVE "AR-OPEN-ITEM-CUTOVER" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "ARPAY.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-ARPAY TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF FS-CLIENTES-OK
               MOVE "Y" TO WS-CLIENTES-OPEN
           ELSE
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "AR-OPEN-ITEM-CUTOVER" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           IF WS-VENTAS-IS-OPEN AND WS-CLIENTES-IS-OPEN
               OPEN OUTPUT ARITEM-FILE
               IF FS-ARITEM-OK
                   MOVE "Y" TO WS-ARITEM-OPEN
               ELSE
                   DISPLAY "ERROR CREATING ARITEM.DAT: " FS-ARITEM
                   MOVE "AR-OPEN-ITEM-CUTOVER" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "ARITEM.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-ARITEM TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.

       LOAD-PAYMENT-TOTALS.
           IF WS-ARPAY-IS-OPEN
               PERFORM READ-NEXT-PAYMENT
               PERFORM ADD-ONE-PAYMENT UNTIL FS-ARPAY-EOF
           END-IF.

       READ-NEXT-PAYMENT.
           READ ARPAY-FILE NEXT RECORD
               AT END
                   SET FS-ARPAY-EOF TO TRUE
           END-READ.

       ADD-ONE-PAYMENT.
      * A cheque returned unpaid never reduced the balance
           IF NOT PAY-RETURNED
               PERFORM TOTAL-ONE-PAYMENT
           END-IF.
           PERFORM READ-NEXT-PAYMENT.

       TOTAL-ONE-PAYMENT.
           MOVE PAY-CLAVE-CLIENTE TO WS-CUSTOMER-CODE.
           PERFORM FIND-PAID-ENTRY.
           IF WS-FOUND
               ADD PAY-AMOUNT TO WS-PD-AMOUNT (WS-PD-IDX)
               MOVE PAY-NUMBER TO WS-PD-LAST-PAY (WS-PD-IDX)
               MOVE PAY-FECHA TO WS-PD-LAST-DATE (WS-PD-IDX)
           ELSE
               IF WS-PAID-COUNT < 500
                   ADD 1 TO WS-PAID-COUNT
                   SET WS-PD-IDX TO WS-PAID-COUNT
                   MOVE PAY-CLAVE-CLIENTE TO WS-PD-CLIENTE (WS-PD-IDX)
                   MOVE PAY-AMOUNT TO WS-PD-AMOUNT (WS-PD-IDX)
                   MOVE PAY-NUMBER TO WS-PD-LAST-PAY (WS-PD-IDX)
                   MOVE PAY-FECHA TO WS-PD-LAST-DATE (WS-PD-IDX)
                   MOVE "N" TO WS-PD-USED (WS-PD-IDX)
               ELSE
                   DISPLAY "PAYMENT TABLE FULL - PAYMENT " PAY-NUMBER
                      " NOT APPLIED"
               END-IF
           END-IF.

       FIND-PAID-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
              UNTIL WS-PD-IDX > WS-PAID-COUNT OR WS-FOUND
               IF WS-PD-CLIENTE (WS-PD-IDX) = WS-CUSTOMER-CODE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET WS-PD-IDX DOWN BY 1
           END-IF.

       BUILD-CUSTOMER-ITEMS.
           MOVE LOW-VALUES TO VENTA-CLAVE-CLIENTE.
           START VENTAS-FILE KEY IS NOT LESS THAN VENTA-CLAVE-CLIENTE
               INVALID KEY
                   SET FS-VENTAS-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-SALE.
           PERFORM CONVERT-ONE-CUSTOMER UNTIL FS-VENTAS-EOF.

       READ-NEXT-SALE.
           IF NOT FS-VENTAS-EOF
               READ VENTAS-FILE NEXT RECORD
                   AT END
                       SET FS-VENTAS-EOF TO TRUE
               END-READ
           END-IF.

       CONVERT-ONE-CUSTOMER.
           MOVE VENTA-CLAVE-CLIENTE TO WS-CUSTOMER-CODE.
           MOVE ZERO TO WS-TICKET-COUNT.
           PERFORM COLLECT-ONE-LINE
              UNTIL FS-VENTAS-EOF
                 OR VENTA-CLAVE-CLIENTE NOT = WS-CUSTOMER-CODE.
           IF WS-TICKET-COUNT > ZERO
               ADD 1 TO WS-CUSTOMER-COUNT
               PERFORM WRITE-CUSTOMER-ITEMS
           END-IF.

       COLLECT-ONE-LINE.
           IF VENTA-ACCOUNT
               COMPUTE WS-LINE-AMOUNT =
                  VENTA-PRECIO * VENTA-CANTIDAD
               IF VENTA-CREDIT OR VENTA-VOID
                   COMPUTE WS-LINE-AMOUNT = ZERO - WS-LINE-AMOUNT
               END-IF
               PERFORM FIND-TICKET-ENTRY
               ADD WS-LINE-AMOUNT TO WS-TK-AMOUNT (WS-TK-IDX)
           END-IF.
           PERFORM READ-NEXT-SALE.

       FIND-TICKET-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           IF VENTA-TICKET NOT = ZERO
               PERFORM VARYING WS-TK-IDX FROM 1 BY 1
                  UNTIL WS-TK-IDX > WS-TICKET-COUNT OR WS-FOUND
                   IF WS-TK-TICKET (WS-TK-IDX) = VENTA-TICKET
                       MOVE "Y" TO WS-FOUND-FLAG
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-FOUND
               SET WS-TK-IDX DOWN BY 1
           ELSE
               IF WS-TICKET-COUNT < 500
                   ADD 1 TO WS-TICKET-COUNT
                   SET WS-TK-IDX TO WS-TICKET-COUNT
                   MOVE VENTA-TICKET TO WS-TK-TICKET (WS-TK-IDX)
                   IF VENTA-FIN-CHARGE
                       MOVE "F" TO WS-TK-TYPE (WS-TK-IDX)
                       MOVE VENTA-NUMERO TO WS-TK-REFERENCE (WS-TK-IDX)
                   ELSE
                       MOVE "I" TO WS-TK-TYPE (WS-TK-IDX)
                       MOVE ZERO TO WS-TK-REFERENCE (WS-TK-IDX)
                   END-IF
                   MOVE VENTA-FECHA TO WS-TK-FECHA (WS-TK-IDX)
                   MOVE ZERO TO WS-TK-AMOUNT (WS-TK-IDX)
               ELSE
                   DISPLAY "OVER 500 TICKETS FOR " WS-CUSTOMER-CODE
                      " - TICKET " VENTA-TICKET
                      " CARRIED ON THE LAST ITEM"
                   SET WS-TK-IDX TO WS-TICKET-COUNT
               END-IF
           END-IF.

       WRITE-CUSTOMER-ITEMS.
           MOVE ZERO TO WS-POOL WS-CUSTOMER-NET.
           MOVE ZERO TO WS-UNAPPLIED-REF.
           MOVE WS-TODAY TO WS-UNAPPLIED-DATE.
           PERFORM FIND-PAID-ENTRY.
           IF WS-FOUND
               MOVE WS-PD-AMOUNT (WS-PD-IDX) TO WS-POOL
               MOVE WS-PD-LAST-PAY (WS-PD-IDX) TO WS-UNAPPLIED-REF
               MOVE WS-PD-LAST-DATE (WS-PD-IDX) TO WS-UNAPPLIED-DATE
               MOVE "Y" TO WS-PD-USED (WS-PD-IDX)
           END-IF.
           PERFORM POOL-NET-CREDIT
              VARYING WS-TK-IDX FROM 1 BY 1
              UNTIL WS-TK-IDX > WS-TICKET-COUNT.
           PERFORM WRITE-ONE-TICKET-ITEM
              VARYING WS-TK-IDX FROM 1 BY 1
              UNTIL WS-TK-IDX > WS-TICKET-COUNT.
           IF WS-POOL > ZERO
               PERFORM WRITE-UNAPPLIED-ITEM
           END-IF.
           PERFORM CHECK-CUSTOMER-BALANCE.

       POOL-NET-CREDIT.
           IF WS-TK-AMOUNT (WS-TK-IDX) < ZERO
               COMPUTE WS-POOL = WS-POOL - WS-TK-AMOUNT (WS-TK-IDX)
           END-IF.

       WRITE-ONE-TICKET-ITEM.
           IF WS-TK-AMOUNT (WS-TK-IDX) > ZERO
               IF WS-POOL > WS-TK-AMOUNT (WS-TK-IDX)
                   MOVE WS-TK-AMOUNT (WS-TK-IDX) TO WS-APPLIED
               ELSE
                   MOVE WS-POOL TO WS-APPLIED
               END-IF
               SUBTRACT WS-APPLIED FROM WS-POOL
               MOVE WS-CUSTOMER-CODE TO ARI-CLAVE-CLIENTE
               ADD 1 TO WS-ITEM-NUMBER
               MOVE WS-ITEM-NUMBER TO ARI-ITEM-NUMBER
               MOVE WS-TK-TYPE (WS-TK-IDX) TO ARI-TYPE
               MOVE WS-TK-FECHA (WS-TK-IDX) TO ARI-FECHA
               MOVE WS-TK-TICKET (WS-TK-IDX) TO ARI-TICKET
               MOVE WS-TK-REFERENCE (WS-TK-IDX) TO ARI-REFERENCE
               MOVE WS-TK-AMOUNT (WS-TK-IDX) TO ARI-ORIGINAL-AMOUNT
               COMPUTE ARI-OPEN-AMOUNT =
                  WS-TK-AMOUNT (WS-TK-IDX) - WS-APPLIED
               IF ARI-OPEN-AMOUNT = ZERO
                   SET ARI-CLOSED TO TRUE
                   ADD 1 TO WS-CLOSED-COUNT
               ELSE
                   SET ARI-OPEN TO TRUE
                   ADD 1 TO WS-OPEN-COUNT
                   ADD ARI-OPEN-AMOUNT TO WS-CUSTOMER-NET
               END-IF
               MOVE WS-TODAY TO ARI-LAST-ACTIVITY
               WRITE ARITEM-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING ARITEM.DAT: " FS-ARITEM
                       MOVE "AR-OPEN-ITEM-CUTOVER" TO ERP-PROGRAM
                       MOVE "WRITE-ONE-TICKET-ITEM" TO ERP-PARAGRAPH
                       MOVE "ARITEM.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-ARITEM TO ERP-STATUS
                       MOVE ARI-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-WRITE
           END-IF.

       WRITE-UNAPPLIED-ITEM.
           MOVE WS-CUSTOMER-CODE TO ARI-CLAVE-CLIENTE.
           ADD 1 TO WS-ITEM-NUMBER.
           MOVE WS-ITEM-NUMBER TO ARI-ITEM-NUMBER.
           SET ARI-UNAPPLIED TO TRUE.
           MOVE WS-UNAPPLIED-DATE TO ARI-FECHA.
           MOVE ZERO TO ARI-TICKET.
           MOVE WS-UNAPPLIED-REF TO ARI-REFERENCE.
           MOVE WS-POOL TO ARI-ORIGINAL-AMOUNT.
           MOVE WS-POOL TO ARI-OPEN-AMOUNT.
           SET ARI-OPEN TO TRUE.
           MOVE WS-TODAY TO ARI-LAST-ACTIVITY.
           WRITE ARITEM-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING ARITEM.DAT: " FS-ARITEM
                   MOVE "AR-OPEN-ITEM-CUTOVER" TO ERP-PROGRAM
                   MOVE "WRITE-UNAPPLIED-ITEM" TO ERP-PARAGRAPH
                   MOVE "ARITEM.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-ARITEM TO ERP-STATUS
                   MOVE ARI-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-UNAPPLIED-COUNT
                   SUBTRACT WS-POOL FROM WS-CUSTOMER-NET
           END-WRITE.

       WRITE-PAYMENT-ONLY-ITEMS.
           IF NOT WS-PD-IS-USED (WS-PD-IDX)
              AND WS-PD-AMOUNT (WS-PD-IDX) > ZERO
               MOVE WS-PD-CLIENTE (WS-PD-IDX) TO WS-CUSTOMER-CODE
               MOVE WS-PD-AMOUNT (WS-PD-IDX) TO WS-POOL
               MOVE WS-PD-LAST-PAY (WS-PD-IDX) TO WS-UNAPPLIED-REF
               MOVE WS-PD-LAST-DATE (WS-PD-IDX) TO WS-UNAPPLIED-DATE
               MOVE ZERO TO WS-CUSTOMER-NET
               ADD 1 TO WS-CUSTOMER-COUNT
               PERFORM WRITE-UNAPPLIED-ITEM
               PERFORM CHECK-CUSTOMER-BALANCE
           END-IF.

       CHECK-CUSTOMER-BALANCE.
           MOVE WS-CUSTOMER-CODE TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "ITEMS WRITTEN FOR " WS-CUSTOMER-CODE
                      " - CUSTOMER NOT ON FILE"
                   ADD 1 TO WS-MISMATCH-COUNT
               NOT INVALID KEY
                   IF CLIENTE-SALDO NOT = WS-CUSTOMER-NET
                       ADD 1 TO WS-MISMATCH-COUNT
                       MOVE WS-CUSTOMER-NET TO WS-AMOUNT-EDIT
                       MOVE CLIENTE-SALDO TO WS-SALDO-EDIT
                       DISPLAY WS-CUSTOMER-CODE " OPEN ITEMS "
                          WS-AMOUNT-EDIT " BALANCE ON FILE "
                          WS-SALDO-EDIT
                   END-IF
           END-READ.

       SEED-ITEM-CONTROL.
           MOVE WS-ITEM-NUMBER TO ARICTL-LAST-NUMBER.
           OPEN OUTPUT ARITEM-CONTROL-FILE.
           IF FS-ARITEM-CONTROL-OK
               WRITE ARITEM-CONTROL-RECORD
               CLOSE ARITEM-CONTROL-FILE
           ELSE
               DISPLAY "ERROR WRITING ARICTL.DAT: " FS-ARITEM-CONTROL
               MOVE "AR-OPEN-ITEM-CUTOVER" TO ERP-PROGRAM
               MOVE "SEED-ITEM-CONTROL" TO ERP-PARAGRAPH
               MOVE "ARICTL.DAT" TO ERP-FILE
               MOVE "WRITE" TO ERP-OPERATION
               MOVE FS-ARITEM-CONTROL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               MOVE 8 TO RETURN-CODE
           END-IF.

       CLOSE-FILES.
           IF WS-VENTAS-IS-OPEN
               CLOSE VENTAS-FILE
           END-IF.
           IF WS-ARPAY-IS-OPEN
               CLOSE ARPAY-FILE
           END-IF.
           IF WS-CLIENTES-IS-OPEN
               CLOSE ARCHIVO-CLIENTES
           END-IF.
           IF WS-ARITEM-IS-OPEN
               CLOSE ARITEM-FILE
           END-IF.
