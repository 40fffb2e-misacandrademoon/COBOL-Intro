      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank lockbox receipts import. Reads the bank's daily
      *          receipts file LOCKBOX.TXT (one D line per receipt
      *          with the receipt date, the payer reference, the
      *          amount and the bank's own reference, and a T trailer
      *          with the bank's count and total), matches each
      *          receipt to the customer whose CLIENTE-REF-BANCO on
      *          clientes.idx holds the payer reference, and posts it
      *          exactly as AR-PAYMENT-ENTRY posts a keyed payment: an
      *          ARPAY.DAT payment, CLIENTE-SALDO reduced, the money
      *          applied oldest first to the open items on ARITEM.DAT
      *          with each application logged on ARAPPL.DAT, and any
      *          remainder left open as unapplied cash. Receipts that
      *          cannot be matched, and receipts for written-off
      *          accounts (which belong in BAD-DEBT-WRITEOFF as
      *          recoveries), go to SUSPENSE.DAT for SUSPENSE-REPAIR.
      *          Control totals prove the file total equals posted
      *          plus suspended, and the bank trailer is checked
      *          against the receipts read. A receipt whose bank
      *          reference is already on ARPAY.DAT has been posted
      *          before and goes to suspense instead. Once read,
      *          LOCKBOX.TXT is copied to LOCKBOX.DONE and cleared so a
      *          rerun posts nothing. BANK-REFERENCE-ENTRY maintains
      *          the payer references.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOCKBOX.

           SELECT DONE-FILE ASSIGN TO "LOCKBOX.DONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DONE.

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

           SELECT PAY-CONTROL-FILE ASSIGN TO "ARPCTL.DAT"
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
       FD  LOCKBOX-FILE.
       01  LOCKBOX-RECORD.
           05 LBX-RECORD-TYPE    PIC X(1).
               88 LBX-DETAIL     VALUE "D".
               88 LBX-TRAILER    VALUE "T".
           05 LBX-DETAIL-DATA.
               10 LBX-FECHA      PIC 9(8).
               10 LBX-PAYER-REF  PIC X(20).
               10 LBX-AMOUNT     PIC 9(7)V99.
               10 LBX-BANK-REF   PIC X(12).
           05 LBX-TRAILER-DATA REDEFINES LBX-DETAIL-DATA.
               10 LBX-TRL-COUNT  PIC 9(6).
               10 LBX-TRL-TOTAL  PIC 9(9)V99.
               10 FILLER         PIC X(32).

       FD  DONE-FILE.
       01  DONE-LINE             PIC X(50).

       FD  ARPAY-FILE.
       COPY ARPAY-RECORD.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       FD  PAY-CONTROL-FILE.
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
       01  FS-LOCKBOX           PIC XX.
           88 FS-LOCKBOX-OK     VALUE "00".
           88 FS-LOCKBOX-EOF    VALUE "10".

       01  FS-DONE              PIC XX.
           88 FS-DONE-OK        VALUE "00".

       01  FS-ARPAY             PIC XX.
           88 FS-ARPAY-OK       VALUE "00".
           88 FS-ARPAY-NOT-EXIST VALUE "35".
           88 FS-ARPAY-EOF      VALUE "10".

       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".
           88 FS-CLIENTES-EOF   VALUE "10".

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

       01  WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 500 TIMES INDEXED BY WS-REF-IDX.
               10 WS-REF-PAYER    PIC X(20).
               10 WS-REF-CUSTOMER PIC X(10).
       01  WS-REF-COUNT         PIC 9(3) VALUE ZERO.

       01  WS-CUSTOMER-CODE     PIC X(10).
       01  WS-RECEIPT-AMOUNT    PIC 9(7)V99.
       01  WS-PAY-AMOUNT        PIC 9(7)V99.
       01  WS-PAY-NUMBER        PIC 9(6).
       01  WS-RECOVERABLE       PIC S9(9)V99.
       01  WS-TODAY             PIC 9(8).
       01  WS-BANK-REF-FLAG     PIC X.
           88 WS-BANK-REF-POSTED VALUE "Y".

       01  WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 100 TIMES INDEXED BY WS-OPN-IDX.
               10 WS-OPN-ITEM     PIC 9(8).
               10 WS-OPN-AMOUNT   PIC 9(9)V99.
               10 WS-OPN-APPLY    PIC 9(9)V99.
       01  WS-OPEN-COUNT        PIC 9(3).
       01  WS-UNAPPLIED         PIC 9(9)V99.
       01  WS-ITEM-NUMBER       PIC 9(8).

       01  WS-SUS-SOURCE        PIC X(17) VALUE "LOCKBOX-IMPORT".
       01  WS-SUS-REASON        PIC X(30).
       01  WS-SUS-DATA          PIC X(80).
       01  WS-SUS-RESULT        PIC X.

       01  WS-FILE-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-FILE-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-POSTED-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-POSTED-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01  WS-SUSPENDED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-SUSPENDED-TOTAL   PIC 9(9)V99 VALUE ZERO.
       01  WS-PROOF-TOTAL       PIC 9(9)V99.
       01  WS-TRAILER-SEEN      PIC X VALUE "N".
           88 WS-HAS-TRAILER    VALUE "Y".

       01  WS-TOTAL-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT-2      PIC ZZZ,ZZZ,ZZ9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           IF FS-LOCKBOX-OK AND FS-ARPAY-OK AND FS-CLIENTES-OK
              AND FS-ARITEM-OK
               DISPLAY " "
               DISPLAY "BANK LOCKBOX IMPORT"
               PERFORM LOAD-PAYER-REFERENCES
               PERFORM READ-NEXT-RECEIPT
               PERFORM PROCESS-ONE-RECORD UNTIL FS-LOCKBOX-EOF
               PERFORM PRINT-CONTROL-TOTALS
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           IF WS-FILE-COUNT > ZERO
               PERFORM RETIRE-LOCKBOX-FILE
           END-IF.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT LOCKBOX-FILE.
           IF NOT FS-LOCKBOX-OK
               DISPLAY "ERROR OPENING LOCKBOX.TXT: " FS-LOCKBOX
               MOVE "LOCKBOX-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "LOCKBOX.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-LOCKBOX TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O ARPAY-FILE.
           IF FS-ARPAY-NOT-EXIST
               OPEN OUTPUT ARPAY-FILE
               CLOSE ARPAY-FILE
               OPEN I-O ARPAY-FILE
           END-IF.
           IF NOT FS-ARPAY-OK
               DISPLAY "ERROR OPENING ARPAY.DAT: " FS-ARPAY
               MOVE "LOCKBOX-IMPORT" TO ERP-PROGRAM
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
               MOVE "LOCKBOX-IMPORT" TO ERP-PROGRAM
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
               MOVE "LOCKBOX-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "ARITEM.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARITEM TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       LOAD-PAYER-REFERENCES.
           MOVE LOW-VALUES TO CLAVE-CLIENTE.
           START ARCHIVO-CLIENTES KEY IS NOT LESS THAN CLAVE-CLIENTE
               INVALID KEY
                   SET FS-CLIENTES-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM LOAD-ONE-REFERENCE UNTIL FS-CLIENTES-EOF.
           MOVE "00" TO FS-CLIENTES.

       READ-NEXT-CUSTOMER.
           IF NOT FS-CLIENTES-EOF
               READ ARCHIVO-CLIENTES NEXT RECORD
                   AT END
                       SET FS-CLIENTES-EOF TO TRUE
               END-READ
           END-IF.

       LOAD-ONE-REFERENCE.
           IF CLIENTE-REF-BANCO NOT = SPACES
               IF WS-REF-COUNT < 500
                   ADD 1 TO WS-REF-COUNT
                   MOVE CLIENTE-REF-BANCO
                      TO WS-REF-PAYER (WS-REF-COUNT)
                   MOVE CLAVE-CLIENTE
                      TO WS-REF-CUSTOMER (WS-REF-COUNT)
               ELSE
                   DISPLAY "REFERENCE TABLE FULL - RECEIPTS FOR "
                      CLAVE-CLIENTE " WILL BE SUSPENDED"
               END-IF
           END-IF.
           PERFORM READ-NEXT-CUSTOMER.

       READ-NEXT-RECEIPT.
           READ LOCKBOX-FILE
               AT END
                   SET FS-LOCKBOX-EOF TO TRUE
           END-READ.

       PROCESS-ONE-RECORD.
           EVALUATE TRUE
               WHEN LBX-DETAIL
                   PERFORM PROCESS-ONE-RECEIPT
               WHEN LBX-TRAILER
                   PERFORM CHECK-BANK-TRAILER
               WHEN OTHER
                   DISPLAY "UNKNOWN RECORD TYPE SKIPPED: "
                      LOCKBOX-RECORD (1:40)
           END-EVALUATE.
           PERFORM READ-NEXT-RECEIPT.

       PROCESS-ONE-RECEIPT.
           ADD 1 TO WS-FILE-COUNT.
           IF LBX-AMOUNT IS NUMERIC
               MOVE LBX-AMOUNT TO WS-RECEIPT-AMOUNT
           ELSE
               MOVE ZERO TO WS-RECEIPT-AMOUNT
           END-IF.
           ADD WS-RECEIPT-AMOUNT TO WS-FILE-TOTAL.
           PERFORM CHECK-BANK-REF-POSTED.
           EVALUATE TRUE
               WHEN WS-RECEIPT-AMOUNT = ZERO
                   MOVE "INVALID AMOUNT" TO WS-SUS-REASON
                   PERFORM SUSPEND-RECEIPT
               WHEN WS-BANK-REF-POSTED
                   MOVE "BANK REFERENCE ALREADY POSTED"
                      TO WS-SUS-REASON
                   PERFORM SUSPEND-RECEIPT
               WHEN OTHER
                   PERFORM MATCH-PAYER
           END-EVALUATE.

      * ARPAY.DAT is keyed on payment number only, so the bank's
      * reference is looked for by reading the payments through
       CHECK-BANK-REF-POSTED.
           MOVE "N" TO WS-BANK-REF-FLAG.
           IF LBX-BANK-REF NOT = SPACES
               MOVE ZERO TO PAY-NUMBER
               START ARPAY-FILE KEY IS NOT LESS THAN PAY-NUMBER
                   INVALID KEY
                       SET FS-ARPAY-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-PAYMENT
               PERFORM MATCH-ONE-PAYMENT
                  UNTIL FS-ARPAY-EOF OR WS-BANK-REF-POSTED
               MOVE "00" TO FS-ARPAY
           END-IF.

       READ-NEXT-PAYMENT.
           IF NOT FS-ARPAY-EOF
               READ ARPAY-FILE NEXT RECORD
                   AT END
                       SET FS-ARPAY-EOF TO TRUE
               END-READ
           END-IF.

       MATCH-ONE-PAYMENT.
           IF PAY-REFERENCE = LBX-BANK-REF
               MOVE "Y" TO WS-BANK-REF-FLAG
           ELSE
               PERFORM READ-NEXT-PAYMENT
           END-IF.

       MATCH-PAYER.
           MOVE SPACES TO WS-CUSTOMER-CODE.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
              UNTIL WS-REF-IDX > WS-REF-COUNT
                 OR WS-CUSTOMER-CODE NOT = SPACES
               IF WS-REF-PAYER (WS-REF-IDX) = LBX-PAYER-REF
                   MOVE WS-REF-CUSTOMER (WS-REF-IDX)
                      TO WS-CUSTOMER-CODE
               END-IF
           END-PERFORM.
           IF WS-CUSTOMER-CODE = SPACES OR LBX-PAYER-REF = SPACES
               MOVE "PAYER REFERENCE NOT ON FILE" TO WS-SUS-REASON
               PERFORM SUSPEND-RECEIPT
           ELSE
               MOVE WS-CUSTOMER-CODE TO CLAVE-CLIENTE
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE" TO WS-SUS-REASON
                       PERFORM SUSPEND-RECEIPT
                   NOT INVALID KEY
                       PERFORM CHECK-WRITTEN-OFF
                       IF WS-RECOVERABLE > ZERO
                           MOVE "WRITTEN-OFF ACCOUNT - RECOVERY"
                              TO WS-SUS-REASON
                           PERFORM SUSPEND-RECEIPT
                       ELSE
                           PERFORM POST-PAYMENT
                       END-IF
               END-READ
           END-IF.

      * Money received on a written-off account belongs against the
      * write-off, not the ledger balance
       CHECK-WRITTEN-OFF.
           MOVE ZERO TO WS-RECOVERABLE.
           OPEN INPUT WRITEOFF-FILE.
           IF FS-WRITEOFF-OK
               PERFORM READ-NEXT-WRITE-OFF
               PERFORM ADD-RECOVERABLE UNTIL FS-WRITEOFF-EOF
               CLOSE WRITEOFF-FILE
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
           MOVE WS-RECEIPT-AMOUNT TO WS-PAY-AMOUNT.
           PERFORM GET-NEXT-PAY-NUMBER.
           MOVE WS-PAY-NUMBER TO PAY-NUMBER.
           MOVE WS-TODAY TO PAY-FECHA.
           MOVE WS-CUSTOMER-CODE TO PAY-CLAVE-CLIENTE.
           MOVE WS-PAY-AMOUNT TO PAY-AMOUNT.
           MOVE LBX-BANK-REF TO PAY-REFERENCE.
           MOVE SPACE TO PAY-STATUS.
           MOVE ZERO TO PAY-RETURNED-FECHA.
           WRITE ARPAY-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING PAYMENT: " FS-ARPAY
                   MOVE "LOCKBOX-IMPORT" TO ERP-PROGRAM
                   MOVE "POST-PAYMENT" TO ERP-PARAGRAPH
                   MOVE "ARPAY.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-ARPAY TO ERP-STATUS
                   MOVE PAY-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   MOVE "ERROR WRITING ARPAY.DAT" TO WS-SUS-REASON
                   PERFORM SUSPEND-RECEIPT
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
                   ADD WS-PAY-AMOUNT TO WS-POSTED-TOTAL
                   SUBTRACT WS-PAY-AMOUNT FROM CLIENTE-SALDO
                   REWRITE REGISTRO-CLIENTE
                       INVALID KEY
                           DISPLAY "ERROR UPDATING BALANCE FOR "
                              WS-CUSTOMER-CODE ": " FS-CLIENTES
                           MOVE "LOCKBOX-IMPORT" TO ERP-PROGRAM
                           MOVE "POST-PAYMENT" TO ERP-PARAGRAPH
                           MOVE "clientes.idx" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CLIENTES TO ERP-STATUS
                           MOVE CLAVE-CLIENTE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-REWRITE
                   PERFORM APPLY-PAYMENT-TO-ITEMS
           END-WRITE.

       APPLY-PAYMENT-TO-ITEMS.
           MOVE WS-PAY-AMOUNT TO WS-UNAPPLIED.
           PERFORM LOAD-OPEN-ITEMS.
           PERFORM APPLY-OLDEST-FIRST
              VARYING WS-OPN-IDX FROM 1 BY 1
              UNTIL WS-OPN-IDX > WS-OPEN-COUNT
                 OR WS-UNAPPLIED = ZERO.
           PERFORM POST-ONE-APPLICATION
              VARYING WS-OPN-IDX FROM 1 BY 1
              UNTIL WS-OPN-IDX > WS-OPEN-COUNT.
           IF WS-UNAPPLIED > ZERO
               PERFORM WRITE-UNAPPLIED-ITEM
           END-IF.

       LOAD-OPEN-ITEMS.
           MOVE ZERO TO WS-OPEN-COUNT.
           MOVE "00" TO FS-ARITEM.
           MOVE WS-CUSTOMER-CODE TO ARI-CLAVE-CLIENTE.
           MOVE ZERO TO ARI-ITEM-NUMBER.
           START ARITEM-FILE KEY IS NOT LESS THAN ARI-KEY
               INVALID KEY
                   SET FS-ARITEM-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-OPEN-ITEM.
           PERFORM LOAD-ONE-ITEM UNTIL FS-ARITEM-EOF.
           MOVE "00" TO FS-ARITEM.

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
              AND WS-OPEN-COUNT < 100
               ADD 1 TO WS-OPEN-COUNT
               SET WS-OPN-IDX TO WS-OPEN-COUNT
               MOVE ARI-ITEM-NUMBER TO WS-OPN-ITEM (WS-OPN-IDX)
               MOVE ARI-OPEN-AMOUNT TO WS-OPN-AMOUNT (WS-OPN-IDX)
               MOVE ZERO TO WS-OPN-APPLY (WS-OPN-IDX)
           END-IF.
           PERFORM READ-NEXT-OPEN-ITEM.

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
                   MOVE "LOCKBOX-IMPORT" TO ERP-PROGRAM
                   MOVE "REDUCE-OPEN-ITEM" TO ERP-PARAGRAPH
                   MOVE "ARITEM.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-ARITEM TO ERP-STATUS
                   MOVE ARI-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   ADD WS-OPN-APPLY (WS-OPN-IDX) TO WS-UNAPPLIED
               NOT INVALID KEY
                   PERFORM LOG-APPLICATION
           END-REWRITE.

       LOG-APPLICATION.
           OPEN EXTEND ARAPPL-FILE.
           IF FS-ARAPPL-NOT-EXIST
               OPEN OUTPUT ARAPPL-FILE
           END-IF.
           IF NOT FS-ARAPPL-OK
               DISPLAY "ERROR OPENING ARAPPL.DAT: " FS-ARAPPL
               MOVE "LOCKBOX-IMPORT" TO ERP-PROGRAM
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
                   MOVE "LOCKBOX-IMPORT" TO ERP-PROGRAM
                   MOVE "WRITE-UNAPPLIED-ITEM" TO ERP-PARAGRAPH
                   MOVE "ARITEM.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-ARITEM TO ERP-STATUS
                   MOVE ARI-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
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
               READ PAY-CONTROL-FILE
                   AT END
                       MOVE ZERO TO ARPCTL-LAST-NUMBER
               END-READ
               CLOSE PAY-CONTROL-FILE
           ELSE
               MOVE ZERO TO ARPCTL-LAST-NUMBER
           END-IF.
           COMPUTE WS-PAY-NUMBER = ARPCTL-LAST-NUMBER + 1.
           MOVE WS-PAY-NUMBER TO ARPCTL-LAST-NUMBER.
           OPEN OUTPUT PAY-CONTROL-FILE.
           WRITE PAY-CONTROL-RECORD.
           CLOSE PAY-CONTROL-FILE.

       SUSPEND-RECEIPT.
           ADD 1 TO WS-SUSPENDED-COUNT.
           ADD WS-RECEIPT-AMOUNT TO WS-SUSPENDED-TOTAL.
           MOVE LOCKBOX-RECORD TO WS-SUS-DATA.
           CALL "SUSPENSE-WRITER" USING WS-SUS-SOURCE WS-SUS-REASON
              WS-SUS-DATA WS-SUS-RESULT.
           DISPLAY "SUSPENDED: " WS-SUS-REASON " - " LBX-PAYER-REF
              " " LBX-BANK-REF.

      * The bank's trailer covers the receipts read before it; lines
      * resubmitted from suspense follow it and are outside its count
       CHECK-BANK-TRAILER.
           MOVE "Y" TO WS-TRAILER-SEEN.
           IF LBX-TRL-COUNT NOT = WS-FILE-COUNT
              OR LBX-TRL-TOTAL NOT = WS-FILE-TOTAL
               MOVE LBX-TRL-TOTAL TO WS-TOTAL-EDIT
               MOVE WS-FILE-TOTAL TO WS-TOTAL-EDIT-2
               DISPLAY "BANK TRAILER DOES NOT AGREE - BANK "
                  LBX-TRL-COUNT " FOR " WS-TOTAL-EDIT
               DISPLAY "                              READ "
                  WS-FILE-COUNT " FOR " WS-TOTAL-EDIT-2
               MOVE 4 TO RETURN-CODE
           END-IF.

       PRINT-CONTROL-TOTALS.
           DISPLAY " ".
           MOVE WS-FILE-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "RECEIPTS ON FILE:  " WS-FILE-COUNT " "
              WS-TOTAL-EDIT.
           MOVE WS-POSTED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "POSTED TO ARPAY:   " WS-POSTED-COUNT " "
              WS-TOTAL-EDIT.
           MOVE WS-SUSPENDED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "SUSPENDED:         " WS-SUSPENDED-COUNT " "
              WS-TOTAL-EDIT.
           COMPUTE WS-PROOF-TOTAL = WS-POSTED-TOTAL +
              WS-SUSPENDED-TOTAL.
           IF WS-PROOF-TOTAL = WS-FILE-TOTAL
              AND WS-POSTED-COUNT + WS-SUSPENDED-COUNT = WS-FILE-COUNT
               DISPLAY "CONTROL TOTALS IN BALANCE"
           ELSE
               MOVE WS-PROOF-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "CONTROL TOTALS OUT OF BALANCE - POSTED PLUS "
                  "SUSPENDED " WS-TOTAL-EDIT
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF NOT WS-HAS-TRAILER
               DISPLAY "NO BANK TRAILER ON FILE - BANK TOTAL NOT "
                  "CHECKED"
           END-IF.
           IF WS-SUSPENDED-COUNT > ZERO
               DISPLAY "WORK THE SUSPENDED RECEIPTS IN "
                  "SUSPENSE-REPAIR"
           END-IF.

       CLOSE-FILES.
           IF FS-LOCKBOX-OK OR FS-LOCKBOX-EOF
               CLOSE LOCKBOX-FILE
           END-IF.
           CLOSE ARPAY-FILE.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARITEM-FILE.

      * Receipts read have been posted or suspended; suspense lines
      * resubmitted later are appended to the cleared file
       RETIRE-LOCKBOX-FILE.
           OPEN INPUT LOCKBOX-FILE.
           OPEN OUTPUT DONE-FILE.
           IF FS-LOCKBOX-OK AND FS-DONE-OK
               PERFORM READ-NEXT-RECEIPT
               PERFORM COPY-LINE-TO-DONE UNTIL FS-LOCKBOX-EOF
               CLOSE DONE-FILE
               CLOSE LOCKBOX-FILE
               OPEN OUTPUT LOCKBOX-FILE
               CLOSE LOCKBOX-FILE
               DISPLAY "LOCKBOX.TXT MOVED TO LOCKBOX.DONE AND "
                  "CLEARED - A RERUN POSTS NOTHING"
           ELSE
               DISPLAY "COULD NOT RETIRE LOCKBOX.TXT: " FS-LOCKBOX
                  " " FS-DONE
               MOVE "LOCKBOX-IMPORT" TO ERP-PROGRAM
               MOVE "RETIRE-LOCKBOX-FILE" TO ERP-PARAGRAPH
               MOVE "LOCKBOX.TXT" TO ERP-FILE
               MOVE "CLOSE" TO ERP-OPERATION
               MOVE FS-LOCKBOX TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       COPY-LINE-TO-DONE.
           MOVE LOCKBOX-RECORD TO DONE-LINE.
           WRITE DONE-LINE.
           PERFORM READ-NEXT-RECEIPT.
