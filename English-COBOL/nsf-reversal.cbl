      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reverses a customer payment whose cheque came back
      *          unpaid. Takes the original PAY-NUMBER from
      *          ARPAY.DAT, marks the payment returned with today's
      *          date (GL-DAILY-JOURNAL then reverses the receipt,
      *          DR receivable CR cash), puts the amount back on
      *          CLIENTE-SALDO, re-opens the ARITEM.DAT items the
      *          payment had paid off per ARAPPL.DAT and closes its
      *          unapplied cash - anything it cannot restore is left
      *          open as an NSF item. The returned-payment fee from
      *          NSFFEE.PARM (25.00 when the file is absent, kept by
      *          the fee maintenance mode) is charged as its own
      *          account-tender VENTAS-RECORD under the NSFEE pseudo
      *          product and opened as an NSF item. The customer is
      *          put on credit hold and the event is logged on
      *          NSFHIST.DAT for NSF-HISTORY-REPORT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSF-REVERSAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARPAY-FILE ASSIGN TO "ARPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-NUMBER
               FILE STATUS IS FS-ARPAY.

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CLIENTE
               FILE STATUS IS FS-CLIENTES.

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

           SELECT SALE-CONTROL-FILE ASSIGN TO "SALECTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SALE-CONTROL.

           SELECT ARITEM-FILE ASSIGN TO "ARITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARI-KEY
               FILE STATUS IS FS-ARITEM.

           SELECT ARITEM-CONTROL-FILE ASSIGN TO "ARICTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARITEM-CONTROL.

           SELECT ARAPPL-FILE ASSIGN TO "ARAPPL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARAPPL.

           SELECT NSFHIST-FILE ASSIGN TO "NSFHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NSFHIST.

           SELECT PARM-FILE ASSIGN TO "NSFFEE.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARPAY-FILE.
       COPY ARPAY-RECORD.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       FD  VENTAS-FILE.
       COPY VENTAS-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  SALE-CONTROL-FILE.
       01  SALE-CONTROL-RECORD.
           05 SALECTL-LAST-NUMBER PIC 9(08).

       FD  ARITEM-FILE.
       COPY ARITEM-RECORD.

       FD  ARITEM-CONTROL-FILE.
       01  ARITEM-CONTROL-RECORD.
           05 ARICTL-LAST-NUMBER  PIC 9(08).

       FD  ARAPPL-FILE.
       COPY ARAPPL-RECORD.

       FD  NSFHIST-FILE.
       COPY NSFHIST-RECORD.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-FEE           PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  FS-ARPAY             PIC XX.
           88 FS-ARPAY-OK       VALUE "00".

       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".

       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  FS-SALE-CONTROL      PIC XX.
           88 FS-SALE-CONTROL-OK VALUE "00".

       01  FS-ARITEM            PIC XX.
           88 FS-ARITEM-OK      VALUE "00".
           88 FS-ARITEM-EOF     VALUE "10".
           88 FS-ARITEM-NOT-EXIST VALUE "35".

       01  FS-ARITEM-CONTROL    PIC XX.
           88 FS-ARITEM-CONTROL-OK VALUE "00".

       01  FS-ARAPPL            PIC XX.
           88 FS-ARAPPL-OK      VALUE "00".
           88 FS-ARAPPL-EOF     VALUE "10".

       01  FS-NSFHIST           PIC XX.
           88 FS-NSFHIST-OK     VALUE "00".
           88 FS-NSFHIST-NOT-EXIST VALUE "35".

       01  FS-PARM              PIC XX.
           88 FS-PARM-OK        VALUE "00".

       01  WS-MODE              PIC X.
           88 WS-MODE-REVERSE   VALUE "R", "r".
           88 WS-MODE-FEE       VALUE "F", "f".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".
       01  WS-CONFIRM           PIC X.
           88 WS-CONFIRMED      VALUE "Y", "y".

       01  WS-PAY-ENTRY         PIC X(6).
       01  WS-PAY-NUMBER        PIC 9(6).
       01  WS-CUSTOMER-CODE     PIC X(10).
       01  WS-TODAY             PIC 9(8).
       01  WS-NSF-FEE           PIC 9(5)V99 VALUE 25.00.
       01  WS-FEE-ENTRY         PIC X(8).
       01  WS-FEE-PROD-CODE     PIC X(5) VALUE "NSFEE".
       01  WS-SALE-NUMBER       PIC 9(8).
       01  WS-ITEM-NUMBER       PIC 9(8).
       01  WS-TO-RESTORE        PIC 9(9)V99.
       01  WS-RESTORE-AMOUNT    PIC 9(9)V99.
       01  WS-ROOM              PIC 9(9)V99.
       01  WS-NEW-ITEM-AMOUNT   PIC 9(9)V99.
       01  WS-NEW-ITEM-REF      PIC 9(8).
       01  WS-RESTORED-COUNT    PIC 9(3).
       01  WS-RETURN-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-AMOUNT-EDIT       PIC Z,ZZZ,ZZ9.99.
       01  WS-BALANCE-EDIT      PIC -,---,--9.99.
       01  WS-FEE-EDIT          PIC ZZ,ZZ9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM READ-PARM-FILE.
           DISPLAY "(R)EVERSE RETURNED PAYMENT OR (F)EE SETTING: "
              WITH NO ADVANCING.
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE-REVERSE
                   PERFORM RUN-REVERSALS
               WHEN WS-MODE-FEE
                   PERFORM MAINTAIN-FEE
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.
           STOP RUN.

       READ-PARM-FILE.
           OPEN INPUT PARM-FILE.
           IF FS-PARM-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-FEE TO WS-NSF-FEE
               END-READ
               CLOSE PARM-FILE
           END-IF.
           MOVE WS-NSF-FEE TO WS-FEE-EDIT.
           DISPLAY "RETURNED-PAYMENT FEE: " WS-FEE-EDIT.

       MAINTAIN-FEE.
           DISPLAY "NEW RETURNED-PAYMENT FEE (ex: 25.00): "
              WITH NO ADVANCING.
           ACCEPT WS-FEE-ENTRY.
           IF FUNCTION TEST-NUMVAL(WS-FEE-ENTRY) = 0
               AND FUNCTION NUMVAL(WS-FEE-ENTRY) >= 0
               COMPUTE WS-NSF-FEE = FUNCTION NUMVAL(WS-FEE-ENTRY)
               MOVE WS-NSF-FEE TO PARM-FEE
               OPEN OUTPUT PARM-FILE
               IF FS-PARM-OK
                   WRITE PARM-RECORD
                   CLOSE PARM-FILE
                   MOVE WS-NSF-FEE TO WS-FEE-EDIT
                   DISPLAY "RETURNED-PAYMENT FEE NOW " WS-FEE-EDIT
               ELSE
                   DISPLAY "ERROR WRITING NSFFEE.PARM: " FS-PARM
                   MOVE "NSF-REVERSAL" TO ERP-PROGRAM
                   MOVE "MAINTAIN-FEE" TO ERP-PARAGRAPH
                   MOVE "NSFFEE.PARM" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-PARM TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           ELSE
               DISPLAY "INVALID AMOUNT"
           END-IF.

       RUN-REVERSALS.
           PERFORM OPEN-FILES.
           IF FS-ARPAY-OK AND FS-CLIENTES-OK AND FS-VENTAS-OK
              AND FS-PRODUCTS-OK AND FS-ARITEM-OK
               PERFORM ENSURE-FEE-PRODUCT
               DISPLAY " "
               DISPLAY "ACCOUNTS RECEIVABLE - RETURNED PAYMENT"
               PERFORM REVERSE-ONE-PAYMENT UNTIL NOT WS-YES
               DISPLAY " "
               DISPLAY "PAYMENTS REVERSED: " WS-RETURN-COUNT
           END-IF.
           PERFORM CLOSE-FILES.

       OPEN-FILES.
           OPEN I-O ARPAY-FILE.
           IF NOT FS-ARPAY-OK
               DISPLAY "ERROR OPENING ARPAY.DAT: " FS-ARPAY
               MOVE "NSF-REVERSAL" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "ARPAY.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARPAY TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "NSF-REVERSAL" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "NSF-REVERSAL" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "NSF-REVERSAL" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O ARITEM-FILE.
           IF FS-ARITEM-NOT-EXIST
               OPEN OUTPUT ARITEM-FILE
               CLOSE ARITEM-FILE
               OPEN I-O ARITEM-FILE
           END-IF.
           IF NOT FS-ARITEM-OK
               DISPLAY "ERROR OPENING ARITEM.DAT: " FS-ARITEM
               MOVE "NSF-REVERSAL" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "ARITEM.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARITEM TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       ENSURE-FEE-PRODUCT.
           MOVE WS-FEE-PROD-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   MOVE WS-FEE-PROD-CODE TO PROD-CODE
                   MOVE "RETURNED PAYMENT FEE" TO PROD-NAME
                   MOVE ZERO TO PROD-PRICE PROD-COST PROD-STOCK
                      PROD-UNITS-PER-CASE PROD-LAST-COUNTED
                      PROD-MIN-AGE PROD-DAILY-LIMIT
                      PROD-QUARANTINE PROD-WARRANTY-MONTHS
                   MOVE "NSF " TO PROD-CATEGORY
                   MOVE SPACES TO PROD-SUPPLIER-CODE PROD-UPC
                      PROD-FEE-CODE
                   MOVE "E" TO PROD-TAX-CLASS
                   SET PROD-ACTIVE TO TRUE
                   MOVE "N" TO PROD-SERIALIZED
                   MOVE "N" TO PROD-CONSIGNMENT
                   MOVE "C" TO PROD-ABC-CLASS
                   MOVE "N" TO PROD-RESTRICTION
                   WRITE PRODUCTS-RECORD
                       INVALID KEY
                           DISPLAY "ERROR CREATING NSFEE "
                              "PRODUCT: " FS-PRODUCTS
                           MOVE "NSF-REVERSAL" TO ERP-PROGRAM
                           MOVE "ENSURE-FEE-PRODUCT" TO ERP-PARAGRAPH
                           MOVE "PRODUCTS.DAT" TO ERP-FILE
                           MOVE "OPEN" TO ERP-OPERATION
                           MOVE FS-PRODUCTS TO ERP-STATUS
                           MOVE SPACES TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "NSFEE PSEUDO PRODUCT "
                              "CREATED FOR STATEMENT LINES"
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       REVERSE-ONE-PAYMENT.
           DISPLAY " ".
           DISPLAY "PAYMENT NUMBER RETURNED BY THE BANK: "
              WITH NO ADVANCING.
           ACCEPT WS-PAY-ENTRY.
           IF FUNCTION TEST-NUMVAL(WS-PAY-ENTRY) NOT = 0
               DISPLAY "INVALID PAYMENT NUMBER"
           ELSE
               COMPUTE WS-PAY-NUMBER = FUNCTION NUMVAL(WS-PAY-ENTRY)
               MOVE WS-PAY-NUMBER TO PAY-NUMBER
               READ ARPAY-FILE
                   INVALID KEY
                       DISPLAY "PAYMENT NOT FOUND: " WS-PAY-NUMBER
                   NOT INVALID KEY
                       PERFORM CHECK-PAYMENT
               END-READ
           END-IF.

           DISPLAY "REVERSE ANOTHER PAYMENT? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       CHECK-PAYMENT.
           IF PAY-RETURNED
               DISPLAY "PAYMENT " PAY-NUMBER " ALREADY RETURNED ON "
                  PAY-RETURNED-FECHA
           ELSE
               MOVE PAY-CLAVE-CLIENTE TO WS-CUSTOMER-CODE
               MOVE WS-CUSTOMER-CODE TO CLAVE-CLIENTE
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       DISPLAY "CUSTOMER NOT ON FILE: "
                          WS-CUSTOMER-CODE
                   NOT INVALID KEY
                       PERFORM CONFIRM-RETURN
               END-READ
           END-IF.

       CONFIRM-RETURN.
           MOVE PAY-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "CUSTOMER:  " NOMBRE-CLIENTE.
           DISPLAY "PAID " PAY-FECHA " AMOUNT " WS-AMOUNT-EDIT
              " REF " PAY-REFERENCE.
           MOVE WS-NSF-FEE TO WS-FEE-EDIT.
           DISPLAY "REVERSE AND CHARGE FEE " WS-FEE-EDIT
              "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRMED
               PERFORM MARK-PAYMENT-RETURNED
           ELSE
               DISPLAY "PAYMENT NOT REVERSED"
           END-IF.

       MARK-PAYMENT-RETURNED.
           SET PAY-RETURNED TO TRUE.
           MOVE WS-TODAY TO PAY-RETURNED-FECHA.
           REWRITE ARPAY-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING PAYMENT: " FS-ARPAY
                   MOVE "NSF-REVERSAL" TO ERP-PROGRAM
                   MOVE "MARK-PAYMENT-RETURNED" TO ERP-PARAGRAPH
                   MOVE "ARPAY.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-ARPAY TO ERP-STATUS
                   MOVE PAY-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-RETURN-COUNT
                   ADD PAY-AMOUNT TO CLIENTE-SALDO
                   PERFORM RESTORE-OPEN-ITEMS
                   MOVE ZERO TO WS-SALE-NUMBER
                   IF WS-NSF-FEE > ZERO
                       PERFORM POST-FEE-CHARGE
                   END-IF
                   SET CLIENTE-EN-RETENCION TO TRUE
                   REWRITE REGISTRO-CLIENTE
                       INVALID KEY
                           DISPLAY "ERROR UPDATING BALANCE: "
                              FS-CLIENTES
                           MOVE "NSF-REVERSAL" TO ERP-PROGRAM
                           MOVE "MARK-PAYMENT-RETURNED" TO ERP-PARAGRAPH
                           MOVE "clientes.idx" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CLIENTES TO ERP-STATUS
                           MOVE CLAVE-CLIENTE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           MOVE CLIENTE-SALDO TO WS-BALANCE-EDIT
                           DISPLAY "PAYMENT " PAY-NUMBER
                              " RETURNED - NEW BALANCE "
                              WS-BALANCE-EDIT
                           DISPLAY "CUSTOMER PLACED ON CREDIT HOLD"
                   END-REWRITE
                   PERFORM LOG-NSF-HISTORY
           END-REWRITE.

      * Undo what the payment did to the open items: close its
      * unapplied cash first, then re-open each item it paid per
      * ARAPPL.DAT. Whatever cannot be put back (an item since paid by
      * a credit memo, say) is re-debited as a fresh NSF item.
       RESTORE-OPEN-ITEMS.
           MOVE PAY-AMOUNT TO WS-TO-RESTORE.
           MOVE ZERO TO WS-RESTORED-COUNT.
           PERFORM CLOSE-UNAPPLIED-CASH.
           PERFORM REOPEN-APPLIED-ITEMS.
           IF WS-TO-RESTORE > ZERO
               MOVE WS-TO-RESTORE TO WS-NEW-ITEM-AMOUNT
               MOVE PAY-NUMBER TO WS-NEW-ITEM-REF
               PERFORM WRITE-NSF-ITEM
           END-IF.
           DISPLAY "OPEN ITEMS RESTORED: " WS-RESTORED-COUNT.

       CLOSE-UNAPPLIED-CASH.
           MOVE "00" TO FS-ARITEM.
           MOVE WS-CUSTOMER-CODE TO ARI-CLAVE-CLIENTE.
           MOVE ZERO TO ARI-ITEM-NUMBER.
           START ARITEM-FILE KEY IS NOT LESS THAN ARI-KEY
               INVALID KEY
                   SET FS-ARITEM-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-CUSTOMER-ITEM.
           PERFORM CLOSE-ONE-UNAPPLIED UNTIL FS-ARITEM-EOF.

       READ-NEXT-CUSTOMER-ITEM.
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

       CLOSE-ONE-UNAPPLIED.
           IF ARI-UNAPPLIED AND ARI-OPEN AND ARI-REFERENCE = PAY-NUMBER
              AND WS-TO-RESTORE > ZERO
               IF ARI-OPEN-AMOUNT > WS-TO-RESTORE
                   MOVE WS-TO-RESTORE TO WS-RESTORE-AMOUNT
               ELSE
                   MOVE ARI-OPEN-AMOUNT TO WS-RESTORE-AMOUNT
               END-IF
               SUBTRACT WS-RESTORE-AMOUNT FROM ARI-OPEN-AMOUNT
               IF ARI-OPEN-AMOUNT = ZERO
                   SET ARI-CLOSED TO TRUE
               END-IF
               MOVE WS-TODAY TO ARI-LAST-ACTIVITY
               REWRITE ARITEM-RECORD
                   INVALID KEY
                       DISPLAY "ERROR UPDATING ARITEM.DAT: " FS-ARITEM
                       MOVE "NSF-REVERSAL" TO ERP-PROGRAM
                       MOVE "CLOSE-ONE-UNAPPLIED" TO ERP-PARAGRAPH
                       MOVE "ARITEM.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-ARITEM TO ERP-STATUS
                       MOVE ARI-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       SUBTRACT WS-RESTORE-AMOUNT FROM WS-TO-RESTORE
                       MOVE WS-RESTORE-AMOUNT TO WS-AMOUNT-EDIT
                       DISPLAY "UNAPPLIED CASH " WS-AMOUNT-EDIT
                          " WITHDRAWN FROM ITEM " ARI-ITEM-NUMBER
               END-REWRITE
           END-IF.
           PERFORM READ-NEXT-CUSTOMER-ITEM.

       REOPEN-APPLIED-ITEMS.
           OPEN INPUT ARAPPL-FILE.
           IF FS-ARAPPL-OK
               PERFORM READ-NEXT-APPLICATION
               PERFORM REOPEN-ONE-APPLICATION UNTIL FS-ARAPPL-EOF
               CLOSE ARAPPL-FILE
           END-IF.

       READ-NEXT-APPLICATION.
           READ ARAPPL-FILE
               AT END
                   SET FS-ARAPPL-EOF TO TRUE
           END-READ.

       REOPEN-ONE-APPLICATION.
           IF APL-FROM-PAYMENT AND APL-SOURCE-NUMBER = PAY-NUMBER
              AND WS-TO-RESTORE > ZERO
               MOVE WS-CUSTOMER-CODE TO ARI-CLAVE-CLIENTE
               MOVE APL-ITEM-NUMBER TO ARI-ITEM-NUMBER
               READ ARITEM-FILE
                   INVALID KEY
                       DISPLAY "PAID ITEM NOT ON FILE: "
                          APL-ITEM-NUMBER
                   NOT INVALID KEY
                       PERFORM REOPEN-ITEM
               END-READ
           END-IF.
           PERFORM READ-NEXT-APPLICATION.

       REOPEN-ITEM.
           COMPUTE WS-ROOM = ARI-ORIGINAL-AMOUNT - ARI-OPEN-AMOUNT.
           MOVE APL-AMOUNT TO WS-RESTORE-AMOUNT.
           IF WS-RESTORE-AMOUNT > WS-ROOM
               MOVE WS-ROOM TO WS-RESTORE-AMOUNT
           END-IF.
           IF WS-RESTORE-AMOUNT > WS-TO-RESTORE
               MOVE WS-TO-RESTORE TO WS-RESTORE-AMOUNT
           END-IF.
           IF WS-RESTORE-AMOUNT > ZERO
               ADD WS-RESTORE-AMOUNT TO ARI-OPEN-AMOUNT
               SET ARI-OPEN TO TRUE
               MOVE WS-TODAY TO ARI-LAST-ACTIVITY
               REWRITE ARITEM-RECORD
                   INVALID KEY
                       DISPLAY "ERROR UPDATING ARITEM.DAT: " FS-ARITEM
                       MOVE "NSF-REVERSAL" TO ERP-PROGRAM
                       MOVE "REOPEN-ITEM" TO ERP-PARAGRAPH
                       MOVE "ARITEM.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-ARITEM TO ERP-STATUS
                       MOVE ARI-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       SUBTRACT WS-RESTORE-AMOUNT FROM WS-TO-RESTORE
                       ADD 1 TO WS-RESTORED-COUNT
                       MOVE WS-RESTORE-AMOUNT TO WS-AMOUNT-EDIT
                       DISPLAY "RE-OPENED " WS-AMOUNT-EDIT
                          " ON TICKET " ARI-TICKET
                          " ITEM " ARI-ITEM-NUMBER
               END-REWRITE
           END-IF.

       POST-FEE-CHARGE.
           PERFORM GET-NEXT-SALE-NUMBER.
           MOVE WS-SALE-NUMBER TO VENTA-NUMERO.
           MOVE ZERO TO VENTA-TICKET.
           MOVE WS-FEE-PROD-CODE TO VENTA-CODIGO.
           MOVE 1 TO VENTA-CANTIDAD.
           MOVE WS-TODAY TO VENTA-FECHA.
           MOVE WS-CUSTOMER-CODE TO VENTA-CLAVE-CLIENTE.
           MOVE WS-NSF-FEE TO VENTA-PRECIO.
           SET VENTA-FIN-CHARGE TO TRUE.
           SET VENTA-ACCOUNT TO TRUE.
           MOVE ZERO TO VENTA-OPERADOR.
           MOVE ZERO TO VENTA-QTY-RETURNED.
           MOVE SPACE TO VENTA-REVERSED.
           MOVE SPACES TO VENTA-BRANCH.
           MOVE SPACE TO VENTA-PRICE-SOURCE.
           MOVE ZERO TO VENTA-LIST-PRICE.
           WRITE VENTAS-RECORD
               INVALID KEY
                   DISPLAY "ERROR POSTING RETURNED-PAYMENT FEE: "
                      FS-VENTAS
                   MOVE "NSF-REVERSAL" TO ERP-PROGRAM
                   MOVE "POST-FEE-CHARGE" TO ERP-PARAGRAPH
                   MOVE "SELLS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-VENTAS TO ERP-STATUS
                   MOVE VENTA-NUMERO TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   MOVE ZERO TO WS-SALE-NUMBER
               NOT INVALID KEY
                   ADD WS-NSF-FEE TO CLIENTE-SALDO
                   MOVE WS-NSF-FEE TO WS-NEW-ITEM-AMOUNT
                   MOVE WS-SALE-NUMBER TO WS-NEW-ITEM-REF
                   PERFORM WRITE-NSF-ITEM
                   MOVE WS-NSF-FEE TO WS-FEE-EDIT
                   DISPLAY "RETURNED-PAYMENT FEE " WS-FEE-EDIT
                      " CHARGED - SALE " WS-SALE-NUMBER
           END-WRITE.

       WRITE-NSF-ITEM.
           PERFORM GET-NEXT-ITEM-NUMBER.
           MOVE WS-CUSTOMER-CODE TO ARI-CLAVE-CLIENTE.
           MOVE WS-ITEM-NUMBER TO ARI-ITEM-NUMBER.
           SET ARI-RETURNED-PAY TO TRUE.
           MOVE WS-TODAY TO ARI-FECHA.
           MOVE ZERO TO ARI-TICKET.
           MOVE WS-NEW-ITEM-REF TO ARI-REFERENCE.
           MOVE WS-NEW-ITEM-AMOUNT TO ARI-ORIGINAL-AMOUNT.
           MOVE WS-NEW-ITEM-AMOUNT TO ARI-OPEN-AMOUNT.
           SET ARI-OPEN TO TRUE.
           MOVE WS-TODAY TO ARI-LAST-ACTIVITY.
           WRITE ARITEM-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING ARITEM.DAT: " FS-ARITEM
                   MOVE "NSF-REVERSAL" TO ERP-PROGRAM
                   MOVE "WRITE-NSF-ITEM" TO ERP-PARAGRAPH
                   MOVE "ARITEM.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-ARITEM TO ERP-STATUS
                   MOVE ARI-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-NEW-ITEM-AMOUNT TO WS-AMOUNT-EDIT
                   DISPLAY "NSF ITEM " ARI-ITEM-NUMBER " OPENED FOR "
                      WS-AMOUNT-EDIT
           END-WRITE.

       LOG-NSF-HISTORY.
           OPEN EXTEND NSFHIST-FILE.
           IF FS-NSFHIST-NOT-EXIST
               OPEN OUTPUT NSFHIST-FILE
           END-IF.
           IF NOT FS-NSFHIST-OK
               DISPLAY "ERROR OPENING NSFHIST.DAT: " FS-NSFHIST
               MOVE "NSF-REVERSAL" TO ERP-PROGRAM
               MOVE "LOG-NSF-HISTORY" TO ERP-PARAGRAPH
               MOVE "NSFHIST.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-NSFHIST TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               MOVE WS-TODAY TO NSH-FECHA
               MOVE WS-CUSTOMER-CODE TO NSH-CLAVE-CLIENTE
               MOVE PAY-NUMBER TO NSH-PAY-NUMBER
               MOVE PAY-FECHA TO NSH-PAY-FECHA
               MOVE PAY-AMOUNT TO NSH-AMOUNT
               MOVE PAY-REFERENCE TO NSH-PAY-REFERENCE
               IF WS-SALE-NUMBER = ZERO
                   MOVE ZERO TO NSH-FEE
               ELSE
                   MOVE WS-NSF-FEE TO NSH-FEE
               END-IF
               MOVE WS-SALE-NUMBER TO NSH-FEE-SALE
               WRITE NSFHIST-RECORD
               CLOSE NSFHIST-FILE
           END-IF.

       GET-NEXT-ITEM-NUMBER.
           OPEN INPUT ARITEM-CONTROL-FILE.
           IF FS-ARITEM-CONTROL-OK
               READ ARITEM-CONTROL-FILE
                   AT END
                       MOVE ZERO TO ARICTL-LAST-NUMBER
               END-READ
               CLOSE ARITEM-CONTROL-FILE
           ELSE
               MOVE ZERO TO ARICTL-LAST-NUMBER
           END-IF.
           COMPUTE WS-ITEM-NUMBER = ARICTL-LAST-NUMBER + 1.
           MOVE WS-ITEM-NUMBER TO ARICTL-LAST-NUMBER.
           OPEN OUTPUT ARITEM-CONTROL-FILE.
           WRITE ARITEM-CONTROL-RECORD.
           CLOSE ARITEM-CONTROL-FILE.

       GET-NEXT-SALE-NUMBER.
           OPEN INPUT SALE-CONTROL-FILE.
           IF FS-SALE-CONTROL-OK
               READ SALE-CONTROL-FILE
                   AT END
                       MOVE ZERO TO SALECTL-LAST-NUMBER
               END-READ
               CLOSE SALE-CONTROL-FILE
           ELSE
               MOVE ZERO TO SALECTL-LAST-NUMBER
           END-IF.
           COMPUTE WS-SALE-NUMBER = SALECTL-LAST-NUMBER + 1.
           MOVE WS-SALE-NUMBER TO SALECTL-LAST-NUMBER.
           OPEN OUTPUT SALE-CONTROL-FILE.
           WRITE SALE-CONTROL-RECORD.
           CLOSE SALE-CONTROL-FILE.

       CLOSE-FILES.
           CLOSE ARPAY-FILE.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE VENTAS-FILE.
           CLOSE PRODUCTS-FILE.
           CLOSE ARITEM-FILE.
           DISPLAY "PROGRAM FINISHED.".
