      *          a new AR payments file ARPAY.DAT, validating the
      *          customer against clientes.idx and reducing the
      *          CLIENTE-SALDO balance carried on the customer
      *          record. Each payment is then applied to the
      *          customer's open items on ARITEM.DAT - oldest first
      *          by default, or to the tickets and amounts the clerk
      *          picks from the open-item list - every application is
      *          logged on ARAPPL.DAT, and whatever is not applied
      *          stays open as an unapplied-cash item.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PAY-CONTROL.

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

           SELECT WRITEOFF-FILE ASSIGN TO "WRITEOFF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-WRITEOFF.

       DATA DIVISION.
       FILE SECTION.
       FD  ARPAY-FILE.
       01  PAY-CONTROL-RECORD.
           05 ARPCTL-LAST-NUMBER  PIC 9(06).

       FD  ARITEM-FILE.
       COPY ARITEM-RECORD.

       FD  ARITEM-CONTROL-FILE.
       01  ARITEM-CONTROL-RECORD.
           05 ARICTL-LAST-NUMBER  PIC 9(08).

       FD  ARAPPL-FILE.
       COPY ARAPPL-RECORD.

       FD  WRITEOFF-FILE.
       COPY WRITEOFF-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-ARPAY             PIC XX.
           88 FS-ARPAY-OK       VALUE "00".
       01  FS-PAY-CONTROL       PIC XX.
           88 FS-PAY-CONTROL-OK VALUE "00".

       01  FS-ARITEM            PIC XX.
           88 FS-ARITEM-OK      VALUE "00".
           88 FS-ARITEM-EOF     VALUE "10".
           88 FS-ARITEM-NOT-EXIST VALUE "35".

       01  FS-ARITEM-CONTROL    PIC XX.
           88 FS-ARITEM-CONTROL-OK VALUE "00".

       01  FS-ARAPPL            PIC XX.
           88 FS-ARAPPL-OK      VALUE "00".
           88 FS-ARAPPL-NOT-EXIST VALUE "35".

       01  FS-WRITEOFF          PIC XX.
           88 FS-WRITEOFF-OK    VALUE "00".
           88 FS-WRITEOFF-EOF   VALUE "10".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".

       01  WS-PAYMENT-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-BALANCE-EDIT      PIC -,---,--9.99.

       01  WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 100 TIMES INDEXED BY WS-OPN-IDX.
               10 WS-OPN-ITEM     PIC 9(8).
               10 WS-OPN-TYPE     PIC X.
               10 WS-OPN-FECHA    PIC 9(8).
               10 WS-OPN-TICKET   PIC 9(6).
               10 WS-OPN-AMOUNT   PIC 9(9)V99.
               10 WS-OPN-APPLY    PIC 9(9)V99.
       01  WS-OPEN-COUNT        PIC 9(3).
       01  WS-MORE-ITEMS        PIC X.
           88 WS-HAS-MORE-ITEMS VALUE "Y".
       01  WS-UNAPPLIED         PIC 9(9)V99.
       01  WS-APPLY-AMOUNT      PIC 9(9)V99.
       01  WS-APPLY-MODE        PIC X.
           88 WS-APPLY-SELECTED VALUE "S", "s".
       01  WS-PICK-ENTRY        PIC X(3).
       01  WS-PICK-LINE         PIC 9(3).
       01  WS-PICK-DONE         PIC X.
           88 WS-PICK-IS-DONE   VALUE "Y".
       01  WS-ITEM-NUMBER       PIC 9(8).
       01  WS-TODAY             PIC 9(8).
       01  WS-ITEM-KIND         PIC X(7).
       01  WS-LINE-EDIT         PIC ZZ9.
       01  WS-OPEN-EDIT         PIC Z,ZZZ,ZZ9.99.
       01  WS-APPLY-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-RECOVERABLE       PIC S9(9)V99.
       01  WS-ORDINARY          PIC X.
           88 WS-POST-ORDINARY  VALUE "Y", "y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           IF FS-ARPAY-OK AND FS-CLIENTES-OK AND FS-ARITEM-OK
               DISPLAY " "
               DISPLAY "ACCOUNTS RECEIVABLE - PAYMENT ENTRY"
               PERFORM RECORD-ONE-PAYMENT UNTIL NOT WS-YES
           END-IF.
           IF NOT FS-ARPAY-OK
               DISPLAY "ERROR OPENING ARPAY.DAT: " FS-ARPAY
               MOVE "AR-PAYMENT-ENTRY" TO ERP-PROGRAM
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
               MOVE "AR-PAYMENT-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
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
               MOVE "AR-PAYMENT-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "ARITEM.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARITEM TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       RECORD-ONE-PAYMENT.
               AND FUNCTION NUMVAL(WS-PAY-AMOUNT-EDIT) > 0
               COMPUTE WS-PAY-AMOUNT =
                  FUNCTION NUMVAL(WS-PAY-AMOUNT-EDIT)
               PERFORM CHECK-WRITTEN-OFF
               IF WS-POST-ORDINARY
                   PERFORM POST-PAYMENT
               END-IF
           ELSE
               DISPLAY "INVALID AMOUNT"
           END-IF.

      * Money received on a written-off account belongs against the
      * write-off, not the ledger balance
       CHECK-WRITTEN-OFF.
           MOVE "Y" TO WS-ORDINARY.
           MOVE ZERO TO WS-RECOVERABLE.
           OPEN INPUT WRITEOFF-FILE.
           IF FS-WRITEOFF-OK
               PERFORM READ-NEXT-WRITE-OFF
               PERFORM ADD-RECOVERABLE UNTIL FS-WRITEOFF-EOF
               CLOSE WRITEOFF-FILE
           END-IF.
           IF WS-RECOVERABLE > ZERO
               MOVE WS-RECOVERABLE TO WS-BALANCE-EDIT
               DISPLAY "ACCOUNT HAS WRITTEN-OFF DEBT OF "
                  WS-BALANCE-EDIT
               DISPLAY "POST AS RECOVERY IN BAD-DEBT-WRITEOFF"
               DISPLAY "POST AS ORDINARY PAYMENT ANYWAY? (Y/N): "
                  WITH NO ADVANCING
               ACCEPT WS-ORDINARY
           END-IF.

       READ-NEXT-WRITE-OFF.
           READ WRITEOFF-FILE
               AT END
                   SET FS-WRITEOFF-EOF TO TRUE
           END-READ.

       ADD-RECOVERABLE.
           IF WOF-CLAVE-CLIENTE = WS-CUSTOMER-CODE
               IF WOF-WRITE-OFF
                   ADD WOF-AMOUNT TO WS-RECOVERABLE
               ELSE
                   SUBTRACT WOF-AMOUNT FROM WS-RECOVERABLE
               END-IF
           END-IF.
           PERFORM READ-NEXT-WRITE-OFF.

       POST-PAYMENT.
           PERFORM GET-NEXT-PAY-NUMBER.
           MOVE WS-PAY-NUMBER TO PAY-NUMBER.
           MOVE WS-PAY-AMOUNT TO PAY-AMOUNT.
           DISPLAY "REFERENCE (12 characters): " WITH NO ADVANCING.
           ACCEPT PAY-REFERENCE.
           MOVE SPACE TO PAY-STATUS.
           MOVE ZERO TO PAY-RETURNED-FECHA.
           WRITE ARPAY-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING PAYMENT: " FS-ARPAY
                   MOVE "AR-PAYMENT-ENTRY" TO ERP-PROGRAM
                   MOVE "POST-PAYMENT" TO ERP-PARAGRAPH
                   MOVE "ARPAY.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-ARPAY TO ERP-STATUS
                   MOVE PAY-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-PAYMENT-COUNT
                   SUBTRACT WS-PAY-AMOUNT FROM CLIENTE-SALDO
                       INVALID KEY
                           DISPLAY "ERROR UPDATING BALANCE: "
                              FS-CLIENTES
                           MOVE "AR-PAYMENT-ENTRY" TO ERP-PROGRAM
                           MOVE "POST-PAYMENT" TO ERP-PARAGRAPH
                           MOVE "clientes.idx" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CLIENTES TO ERP-STATUS
                           MOVE CLAVE-CLIENTE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           MOVE CLIENTE-SALDO TO WS-BALANCE-EDIT
                           DISPLAY "PAYMENT " PAY-NUMBER
                              " RECORDED - NEW BALANCE "
                              WS-BALANCE-EDIT
                   END-REWRITE
                   PERFORM APPLY-PAYMENT-TO-ITEMS
           END-WRITE.

       APPLY-PAYMENT-TO-ITEMS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-PAY-AMOUNT TO WS-UNAPPLIED.
           PERFORM LOAD-OPEN-ITEMS.
           IF WS-OPEN-COUNT = ZERO
               DISPLAY "NO OPEN ITEMS ON ACCOUNT"
           ELSE
               PERFORM LIST-OPEN-ITEMS
               DISPLAY "APPLY (O)LDEST FIRST OR (S)ELECT ITEMS: "
                  WITH NO ADVANCING
               ACCEPT WS-APPLY-MODE
               IF WS-APPLY-SELECTED
                   MOVE "N" TO WS-PICK-DONE
                   PERFORM PICK-ONE-ITEM
                      UNTIL WS-PICK-IS-DONE OR WS-UNAPPLIED = ZERO
               ELSE
                   PERFORM APPLY-OLDEST-FIRST
                      VARYING WS-OPN-IDX FROM 1 BY 1
                      UNTIL WS-OPN-IDX > WS-OPEN-COUNT
                         OR WS-UNAPPLIED = ZERO
               END-IF
               PERFORM POST-ONE-APPLICATION
                  VARYING WS-OPN-IDX FROM 1 BY 1
                  UNTIL WS-OPN-IDX > WS-OPEN-COUNT
           END-IF.
           IF WS-UNAPPLIED > ZERO
               PERFORM WRITE-UNAPPLIED-ITEM
           END-IF.

       LOAD-OPEN-ITEMS.
           MOVE ZERO TO WS-OPEN-COUNT.
           MOVE "N" TO WS-MORE-ITEMS.
           MOVE "00" TO FS-ARITEM.
           MOVE WS-CUSTOMER-CODE TO ARI-CLAVE-CLIENTE.
           MOVE ZERO TO ARI-ITEM-NUMBER.
           START ARITEM-FILE KEY IS NOT LESS THAN ARI-KEY
               INVALID KEY
                   SET FS-ARITEM-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-OPEN-ITEM.
           PERFORM LOAD-ONE-ITEM UNTIL FS-ARITEM-EOF.
           IF WS-HAS-MORE-ITEMS
               DISPLAY "MORE THAN 100 OPEN ITEMS - OLDEST 100 SHOWN"
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

       LOAD-ONE-ITEM.
           IF ARI-OPEN AND ARI-DEBIT-ITEM AND ARI-OPEN-AMOUNT > ZERO
               IF WS-OPEN-COUNT < 100
                   ADD 1 TO WS-OPEN-COUNT
                   SET WS-OPN-IDX TO WS-OPEN-COUNT
                   MOVE ARI-ITEM-NUMBER TO WS-OPN-ITEM (WS-OPN-IDX)
                   MOVE ARI-TYPE TO WS-OPN-TYPE (WS-OPN-IDX)
                   MOVE ARI-FECHA TO WS-OPN-FECHA (WS-OPN-IDX)
                   MOVE ARI-TICKET TO WS-OPN-TICKET (WS-OPN-IDX)
                   MOVE ARI-OPEN-AMOUNT TO WS-OPN-AMOUNT (WS-OPN-IDX)
                   MOVE ZERO TO WS-OPN-APPLY (WS-OPN-IDX)
               ELSE
                   MOVE "Y" TO WS-MORE-ITEMS
               END-IF
           END-IF.
           PERFORM READ-NEXT-OPEN-ITEM.

       LIST-OPEN-ITEMS.
           DISPLAY "OPEN ITEMS:".
           DISPLAY "LINE DATE     ITEM    TICKET          OPEN".
           PERFORM LIST-ONE-OPEN-ITEM
              VARYING WS-OPN-IDX FROM 1 BY 1
              UNTIL WS-OPN-IDX > WS-OPEN-COUNT.

       LIST-ONE-OPEN-ITEM.
           SET WS-PICK-LINE TO WS-OPN-IDX.
           MOVE WS-PICK-LINE TO WS-LINE-EDIT.
           EVALUATE WS-OPN-TYPE (WS-OPN-IDX)
               WHEN "F"
                   MOVE "FIN CHG" TO WS-ITEM-KIND
               WHEN "N"
                   MOVE "NSF    " TO WS-ITEM-KIND
               WHEN OTHER
                   MOVE "TICKET " TO WS-ITEM-KIND
           END-EVALUATE.
           MOVE WS-OPN-AMOUNT (WS-OPN-IDX) TO WS-OPEN-EDIT.
           DISPLAY WS-LINE-EDIT "  " WS-OPN-FECHA (WS-OPN-IDX) " "
              WS-ITEM-KIND " " WS-OPN-TICKET (WS-OPN-IDX) " "
              WS-OPEN-EDIT.

       PICK-ONE-ITEM.
           MOVE WS-UNAPPLIED TO WS-APPLY-EDIT.
           DISPLAY "LEFT TO APPLY " WS-APPLY-EDIT
              " - LINE TO PAY (0 TO FINISH): " WITH NO ADVANCING.
           ACCEPT WS-PICK-ENTRY.
           IF FUNCTION TEST-NUMVAL(WS-PICK-ENTRY) NOT = 0
               DISPLAY "INVALID LINE"
           ELSE
               COMPUTE WS-PICK-LINE = FUNCTION NUMVAL(WS-PICK-ENTRY)
               IF WS-PICK-LINE = ZERO
                   MOVE "Y" TO WS-PICK-DONE
               ELSE
                   IF WS-PICK-LINE > WS-OPEN-COUNT
                       DISPLAY "INVALID LINE"
                   ELSE
                       SET WS-OPN-IDX TO WS-PICK-LINE
                       PERFORM CAPTURE-PICK-AMOUNT
                   END-IF
               END-IF
           END-IF.

       CAPTURE-PICK-AMOUNT.
           COMPUTE WS-APPLY-AMOUNT = WS-OPN-AMOUNT (WS-OPN-IDX) -
              WS-OPN-APPLY (WS-OPN-IDX).
           IF WS-APPLY-AMOUNT > WS-UNAPPLIED
               MOVE WS-UNAPPLIED TO WS-APPLY-AMOUNT
           END-IF.
           MOVE WS-APPLY-AMOUNT TO WS-APPLY-EDIT.
           DISPLAY "AMOUNT TO APPLY (ENTER FOR " WS-APPLY-EDIT
              "): " WITH NO ADVANCING.
           MOVE SPACES TO WS-PAY-AMOUNT-EDIT.
           ACCEPT WS-PAY-AMOUNT-EDIT.
           IF WS-PAY-AMOUNT-EDIT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PAY-AMOUNT-EDIT) = 0
                  AND FUNCTION NUMVAL(WS-PAY-AMOUNT-EDIT) > 0
                  AND FUNCTION NUMVAL(WS-PAY-AMOUNT-EDIT)
                      NOT > WS-APPLY-AMOUNT
                   COMPUTE WS-APPLY-AMOUNT =
                      FUNCTION NUMVAL(WS-PAY-AMOUNT-EDIT)
               ELSE
                   DISPLAY "INVALID AMOUNT"
                   MOVE ZERO TO WS-APPLY-AMOUNT
               END-IF
           END-IF.
           ADD WS-APPLY-AMOUNT TO WS-OPN-APPLY (WS-OPN-IDX).
           SUBTRACT WS-APPLY-AMOUNT FROM WS-UNAPPLIED.

       APPLY-OLDEST-FIRST.
           IF WS-OPN-AMOUNT (WS-OPN-IDX) > WS-UNAPPLIED
               MOVE WS-UNAPPLIED TO WS-OPN-APPLY (WS-OPN-IDX)
           ELSE
               MOVE WS-OPN-AMOUNT (WS-OPN-IDX)
                  TO WS-OPN-APPLY (WS-OPN-IDX)
           END-IF.
           SUBTRACT WS-OPN-APPLY (WS-OPN-IDX) FROM WS-UNAPPLIED.

       POST-ONE-APPLICATION.
           IF WS-OPN-APPLY (WS-OPN-IDX) > ZERO
               MOVE WS-CUSTOMER-CODE TO ARI-CLAVE-CLIENTE
               MOVE WS-OPN-ITEM (WS-OPN-IDX) TO ARI-ITEM-NUMBER
               READ ARITEM-FILE
                   INVALID KEY
                       DISPLAY "OPEN ITEM LOST: " ARI-ITEM-NUMBER
                       ADD WS-OPN-APPLY (WS-OPN-IDX) TO WS-UNAPPLIED
                   NOT INVALID KEY
                       PERFORM REDUCE-OPEN-ITEM
               END-READ
           END-IF.

       REDUCE-OPEN-ITEM.
           SUBTRACT WS-OPN-APPLY (WS-OPN-IDX) FROM ARI-OPEN-AMOUNT.
           IF ARI-OPEN-AMOUNT = ZERO
               SET ARI-CLOSED TO TRUE
           END-IF.
           MOVE WS-TODAY TO ARI-LAST-ACTIVITY.
           REWRITE ARITEM-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING ARITEM.DAT: " FS-ARITEM
                   MOVE "AR-PAYMENT-ENTRY" TO ERP-PROGRAM
                   MOVE "REDUCE-OPEN-ITEM" TO ERP-PARAGRAPH
                   MOVE "ARITEM.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-ARITEM TO ERP-STATUS
                   MOVE ARI-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   ADD WS-OPN-APPLY (WS-OPN-IDX) TO WS-UNAPPLIED
               NOT INVALID KEY
                   MOVE WS-OPN-APPLY (WS-OPN-IDX) TO WS-APPLY-EDIT
                   DISPLAY "APPLIED " WS-APPLY-EDIT " TO TICKET "
                      ARI-TICKET " ITEM " ARI-ITEM-NUMBER
                   PERFORM LOG-APPLICATION
           END-REWRITE.

       LOG-APPLICATION.
           OPEN EXTEND ARAPPL-FILE.
           IF FS-ARAPPL-NOT-EXIST
               OPEN OUTPUT ARAPPL-FILE
           END-IF.
           IF NOT FS-ARAPPL-OK
               DISPLAY "ERROR OPENING ARAPPL.DAT: " FS-ARAPPL
               MOVE "AR-PAYMENT-ENTRY" TO ERP-PROGRAM
               MOVE "LOG-APPLICATION" TO ERP-PARAGRAPH
               MOVE "ARAPPL.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARAPPL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               MOVE WS-TODAY TO APL-FECHA
               MOVE WS-CUSTOMER-CODE TO APL-CLAVE-CLIENTE
               SET APL-FROM-PAYMENT TO TRUE
               MOVE WS-PAY-NUMBER TO APL-SOURCE-NUMBER
               MOVE ARI-ITEM-NUMBER TO APL-ITEM-NUMBER
               MOVE ARI-TICKET TO APL-TICKET
               MOVE WS-OPN-APPLY (WS-OPN-IDX) TO APL-AMOUNT
               WRITE ARAPPL-RECORD
               CLOSE ARAPPL-FILE
           END-IF.

       WRITE-UNAPPLIED-ITEM.
           PERFORM GET-NEXT-ITEM-NUMBER.
           MOVE WS-CUSTOMER-CODE TO ARI-CLAVE-CLIENTE.
           MOVE WS-ITEM-NUMBER TO ARI-ITEM-NUMBER.
           SET ARI-UNAPPLIED TO TRUE.
           MOVE WS-TODAY TO ARI-FECHA.
           MOVE ZERO TO ARI-TICKET.
           MOVE WS-PAY-NUMBER TO ARI-REFERENCE.
           MOVE WS-UNAPPLIED TO ARI-ORIGINAL-AMOUNT.
           MOVE WS-UNAPPLIED TO ARI-OPEN-AMOUNT.
           SET ARI-OPEN TO TRUE.
           MOVE WS-TODAY TO ARI-LAST-ACTIVITY.
           WRITE ARITEM-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING ARITEM.DAT: " FS-ARITEM
                   MOVE "AR-PAYMENT-ENTRY" TO ERP-PROGRAM
                   MOVE "WRITE-UNAPPLIED-ITEM" TO ERP-PARAGRAPH
                   MOVE "ARITEM.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-ARITEM TO ERP-STATUS
                   MOVE ARI-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-UNAPPLIED TO WS-APPLY-EDIT
                   DISPLAY "UNAPPLIED CASH " WS-APPLY-EDIT
                      " LEFT ON ACCOUNT AS ITEM " ARI-ITEM-NUMBER
           END-WRITE.

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

       GET-NEXT-PAY-NUMBER.
           OPEN INPUT PAY-CONTROL-FILE.
           IF FS-PAY-CONTROL-OK
       CLOSE-FILES.
           CLOSE ARPAY-FILE.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARITEM-FILE.
           DISPLAY "PROGRAM FINISHED.".
