      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bad-debt write-off and recovery, for managers only -
      *          a manager id and PIN from OPERMAST.DAT is required
      *          before either mode runs. A write-off takes all or
      *          part of a customer's CLIENTE-SALDO off the books
      *          with a reason, closes the customer's oldest open
      *          items on ARITEM.DAT for the amount (logged on
      *          ARAPPL.DAT), puts the account on credit hold with a
      *          zero credit limit so no further credit is given,
      *          and records the write-off on the WRITEOFF.DAT
      *          ledger. Money later collected on a written-off
      *          account is entered here as a recovery against the
      *          write-offs, oldest first, instead of as an ARPAY
      *          payment. GL-DAILY-JOURNAL posts both through the BD
      *          entries in GLMAP.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAD-DEBT-WRITEOFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS FS-OPERMAST.

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

           SELECT ARAPPL-FILE ASSIGN TO "ARAPPL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARAPPL.

           SELECT WRITEOFF-FILE ASSIGN TO "WRITEOFF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-WRITEOFF.

           SELECT WRITEOFF-CONTROL-FILE ASSIGN TO "WOCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-WRITEOFF-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERMAST-FILE.
       COPY OPERMAST-RECORD.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       FD  ARITEM-FILE.
       COPY ARITEM-RECORD.

       FD  ARAPPL-FILE.
       COPY ARAPPL-RECORD.

       FD  WRITEOFF-FILE.
       COPY WRITEOFF-RECORD.

       FD  WRITEOFF-CONTROL-FILE.
       01  WRITEOFF-CONTROL-RECORD.
           05 WOCTL-LAST-NUMBER   PIC 9(06).

       WORKING-STORAGE SECTION.
       01  FS-OPERMAST          PIC XX.
           88 FS-OPERMAST-OK    VALUE "00".

       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".

       01  FS-ARITEM            PIC XX.
           88 FS-ARITEM-OK      VALUE "00".
           88 FS-ARITEM-EOF     VALUE "10".
           88 FS-ARITEM-NOT-EXIST VALUE "35".

       01  FS-ARAPPL            PIC XX.
           88 FS-ARAPPL-OK      VALUE "00".
           88 FS-ARAPPL-NOT-EXIST VALUE "35".

       01  FS-WRITEOFF          PIC XX.
           88 FS-WRITEOFF-OK    VALUE "00".
           88 FS-WRITEOFF-EOF   VALUE "10".
           88 FS-WRITEOFF-NOT-EXIST VALUE "35".

       01  FS-WRITEOFF-CONTROL  PIC XX.
           88 FS-WRITEOFF-CONTROL-OK VALUE "00".

       01  WS-MODE              PIC X.
           88 WS-MODE-WRITE-OFF VALUE "W", "w".
           88 WS-MODE-RECOVERY  VALUE "R", "r".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".
       01  WS-CONFIRM           PIC X.
           88 WS-CONFIRMED      VALUE "Y", "y".

       01  WS-MANAGER-ID        PIC 9(5).
       01  WS-MANAGER-PIN       PIC 9(4).
       01  WS-TRIES             PIC 9(1) VALUE ZERO.
       01  WS-GRANTED           PIC X VALUE "N".
           88 WS-IS-GRANTED     VALUE "Y".

       01  WS-CUSTOMER-CODE     PIC X(10).
       01  WS-TODAY             PIC 9(8).
       01  WS-AMOUNT-ENTRY      PIC X(12).
       01  WS-AMOUNT            PIC 9(7)V99.
       01  WS-REASON            PIC X(30).
       01  WS-WO-NUMBER         PIC 9(6).
       01  WS-TO-APPLY          PIC 9(9)V99.
       01  WS-APPLY-AMOUNT      PIC 9(9)V99.
       01  WS-CLOSED-COUNT      PIC 9(3).
       01  WS-WRITEOFF-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-LEDGER-WRITTEN    PIC X.
           88 WS-LEDGER-IS-WRITTEN VALUE "Y".
       01  WS-RECOVERY-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-WO-TABLE.
           05 WS-WO-ENTRY OCCURS 50 TIMES INDEXED BY WS-WO-IDX.
               10 WS-WO-ENTRY-NUMBER PIC 9(6).
               10 WS-WO-FECHA     PIC 9(8).
               10 WS-WO-AMOUNT    PIC 9(7)V99.
               10 WS-WO-RECOVERED PIC 9(7)V99.
       01  WS-WO-COUNT          PIC 9(3).
       01  WS-RECOVERABLE       PIC 9(9)V99.
       01  WS-WO-LEFT           PIC 9(7)V99.
       01  WS-FOUND-FLAG        PIC X.
           88 WS-FOUND          VALUE "Y".

       01  WS-AMOUNT-EDIT       PIC Z,ZZZ,ZZ9.99.
       01  WS-LEFT-EDIT         PIC Z,ZZZ,ZZ9.99.
       01  WS-BALANCE-EDIT      PIC -,---,--9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM AUTHORIZE-MANAGER.
           IF NOT WS-IS-GRANTED
               DISPLAY "WRITE-OFFS ARE RESTRICTED TO MANAGERS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "(W)RITE OFF BALANCE OR (R)ECOVERY RECEIVED: "
              WITH NO ADVANCING.
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE-WRITE-OFF
                   PERFORM RUN-WRITE-OFFS
               WHEN WS-MODE-RECOVERY
                   PERFORM RUN-RECOVERIES
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.
           STOP RUN.

       AUTHORIZE-MANAGER.
           MOVE "N" TO WS-GRANTED.
           OPEN INPUT OPERMAST-FILE.
           IF NOT FS-OPERMAST-OK
               DISPLAY "OPERMAST.DAT NOT AVAILABLE - MANAGER "
                  "CANNOT BE AUTHORIZED"
           ELSE
               DISPLAY "MANAGER AUTHORIZATION REQUIRED"
               PERFORM TRY-ONE-AUTHORIZATION
                  UNTIL WS-IS-GRANTED OR WS-TRIES >= 3
               CLOSE OPERMAST-FILE
           END-IF.

       TRY-ONE-AUTHORIZATION.
           DISPLAY "MANAGER ID (5 digits): " WITH NO ADVANCING.
           ACCEPT WS-MANAGER-ID.
           DISPLAY "MANAGER PIN (4 digits): " WITH NO ADVANCING.
           ACCEPT WS-MANAGER-PIN.
           ADD 1 TO WS-TRIES.
           MOVE WS-MANAGER-ID TO OPER-ID.
           READ OPERMAST-FILE
               INVALID KEY
                   DISPLAY "AUTHORIZATION REFUSED"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OPER-INACTIVE
                           DISPLAY "AUTHORIZATION REFUSED"
                       WHEN OPER-PIN NOT = WS-MANAGER-PIN
                           DISPLAY "AUTHORIZATION REFUSED"
                       WHEN NOT OPER-ROLE-MANAGER
                           DISPLAY "AUTHORIZATION REFUSED - NOT A "
                              "MANAGER"
                       WHEN OTHER
                           MOVE "Y" TO WS-GRANTED
                           DISPLAY "AUTHORIZED BY " OPER-NAME
                   END-EVALUATE
           END-READ.

       RUN-WRITE-OFFS.
           OPEN I-O ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "BAD-DEBT-WRITEOFF" TO ERP-PROGRAM
               MOVE "RUN-WRITE-OFFS" TO ERP-PARAGRAPH
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
               MOVE "BAD-DEBT-WRITEOFF" TO ERP-PROGRAM
               MOVE "RUN-WRITE-OFFS" TO ERP-PARAGRAPH
               MOVE "ARITEM.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARITEM TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           IF FS-CLIENTES-OK AND FS-ARITEM-OK
               DISPLAY " "
               DISPLAY "ACCOUNTS RECEIVABLE - BAD-DEBT WRITE-OFF"
               PERFORM WRITE-OFF-ONE-CUSTOMER UNTIL NOT WS-YES
               DISPLAY " "
               DISPLAY "BALANCES WRITTEN OFF: " WS-WRITEOFF-COUNT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARITEM-FILE.

       WRITE-OFF-ONE-CUSTOMER.
           DISPLAY " ".
           DISPLAY "CUSTOMER CODE (10 characters): "
              WITH NO ADVANCING.
           ACCEPT WS-CUSTOMER-CODE.
           MOVE WS-CUSTOMER-CODE TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "UNKNOWN CUSTOMER: " WS-CUSTOMER-CODE
               NOT INVALID KEY
                   PERFORM CAPTURE-WRITE-OFF
           END-READ.
           DISPLAY "WRITE OFF ANOTHER BALANCE? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       CAPTURE-WRITE-OFF.
           MOVE CLIENTE-SALDO TO WS-BALANCE-EDIT.
           DISPLAY "CUSTOMER: " NOMBRE-CLIENTE
              " BALANCE: " WS-BALANCE-EDIT.
           IF CLIENTE-SALDO NOT > ZERO
               DISPLAY "NO BALANCE OWING - NOTHING TO WRITE OFF"
           ELSE
               DISPLAY "AMOUNT TO WRITE OFF (ENTER FOR FULL "
                  "BALANCE): " WITH NO ADVANCING
               MOVE SPACES TO WS-AMOUNT-ENTRY
               ACCEPT WS-AMOUNT-ENTRY
               IF WS-AMOUNT-ENTRY = SPACES
                   MOVE CLIENTE-SALDO TO WS-AMOUNT
                   PERFORM CAPTURE-REASON
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-AMOUNT-ENTRY) = 0
                      AND FUNCTION NUMVAL(WS-AMOUNT-ENTRY) > 0
                      AND FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
                          NOT > CLIENTE-SALDO
                       COMPUTE WS-AMOUNT =
                          FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
                       PERFORM CAPTURE-REASON
                   ELSE
                       DISPLAY "INVALID AMOUNT"
                   END-IF
               END-IF
           END-IF.

       CAPTURE-REASON.
           MOVE SPACES TO WS-REASON.
           PERFORM UNTIL WS-REASON NOT = SPACES
               DISPLAY "REASON (30 characters): " WITH NO ADVANCING
               ACCEPT WS-REASON
           END-PERFORM.
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "WRITE OFF " WS-AMOUNT-EDIT
              " AND CLOSE ACCOUNT TO CREDIT? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRMED
               PERFORM POST-WRITE-OFF
           ELSE
               DISPLAY "NOTHING WRITTEN OFF"
           END-IF.

       POST-WRITE-OFF.
           PERFORM GET-NEXT-WO-NUMBER.
           MOVE WS-WO-NUMBER TO WOF-NUMBER.
           SET WOF-WRITE-OFF TO TRUE.
           MOVE WS-TODAY TO WOF-FECHA.
           MOVE WS-CUSTOMER-CODE TO WOF-CLAVE-CLIENTE.
           MOVE WS-AMOUNT TO WOF-AMOUNT.
           MOVE WS-REASON TO WOF-REASON.
           MOVE WS-MANAGER-ID TO WOF-MANAGER.
           PERFORM WRITE-LEDGER-ENTRY.
           IF WS-LEDGER-IS-WRITTEN
               ADD 1 TO WS-WRITEOFF-COUNT
               SUBTRACT WS-AMOUNT FROM CLIENTE-SALDO
               MOVE ZERO TO CLIENTE-LIMITE-CREDITO
               SET CLIENTE-EN-RETENCION TO TRUE
               REWRITE REGISTRO-CLIENTE
                   INVALID KEY
                       DISPLAY "ERROR UPDATING BALANCE: "
                          FS-CLIENTES
                       MOVE "BAD-DEBT-WRITEOFF" TO ERP-PROGRAM
                       MOVE "POST-WRITE-OFF" TO ERP-PARAGRAPH
                       MOVE "clientes.idx" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-CLIENTES TO ERP-STATUS
                       MOVE CLAVE-CLIENTE TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       MOVE CLIENTE-SALDO TO WS-BALANCE-EDIT
                       DISPLAY "WRITE-OFF " WS-WO-NUMBER
                          " POSTED - NEW BALANCE " WS-BALANCE-EDIT
                       DISPLAY "ACCOUNT CLOSED TO FURTHER CREDIT"
               END-REWRITE
               PERFORM CLOSE-WRITTEN-OFF-ITEMS
           END-IF.

      * Close the oldest open debit items for the amount written off
       CLOSE-WRITTEN-OFF-ITEMS.
           MOVE WS-AMOUNT TO WS-TO-APPLY.
           MOVE ZERO TO WS-CLOSED-COUNT.
           MOVE "00" TO FS-ARITEM.
           MOVE WS-CUSTOMER-CODE TO ARI-CLAVE-CLIENTE.
           MOVE ZERO TO ARI-ITEM-NUMBER.
           START ARITEM-FILE KEY IS NOT LESS THAN ARI-KEY
               INVALID KEY
                   SET FS-ARITEM-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-CUSTOMER-ITEM.
           PERFORM WRITE-OFF-ONE-ITEM
              UNTIL FS-ARITEM-EOF OR WS-TO-APPLY = ZERO.
           DISPLAY "OPEN ITEMS WRITTEN OFF: " WS-CLOSED-COUNT.
           IF WS-TO-APPLY > ZERO
               MOVE WS-TO-APPLY TO WS-AMOUNT-EDIT
               DISPLAY "WARNING: " WS-AMOUNT-EDIT
                  " NOT MATCHED TO OPEN ITEMS"
           END-IF.

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

       WRITE-OFF-ONE-ITEM.
           IF ARI-OPEN AND ARI-DEBIT-ITEM AND ARI-OPEN-AMOUNT > ZERO
               IF ARI-OPEN-AMOUNT > WS-TO-APPLY
                   MOVE WS-TO-APPLY TO WS-APPLY-AMOUNT
               ELSE
                   MOVE ARI-OPEN-AMOUNT TO WS-APPLY-AMOUNT
               END-IF
               SUBTRACT WS-APPLY-AMOUNT FROM ARI-OPEN-AMOUNT
               IF ARI-OPEN-AMOUNT = ZERO
                   SET ARI-CLOSED TO TRUE
                   ADD 1 TO WS-CLOSED-COUNT
               END-IF
               MOVE WS-TODAY TO ARI-LAST-ACTIVITY
               REWRITE ARITEM-RECORD
                   INVALID KEY
                       DISPLAY "ERROR UPDATING ARITEM.DAT: " FS-ARITEM
                       MOVE "BAD-DEBT-WRITEOFF" TO ERP-PROGRAM
                       MOVE "WRITE-OFF-ONE-ITEM" TO ERP-PARAGRAPH
                       MOVE "ARITEM.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-ARITEM TO ERP-STATUS
                       MOVE ARI-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       SUBTRACT WS-APPLY-AMOUNT FROM WS-TO-APPLY
                       PERFORM LOG-APPLICATION
               END-REWRITE
           END-IF.
           PERFORM READ-NEXT-CUSTOMER-ITEM.

       LOG-APPLICATION.
           OPEN EXTEND ARAPPL-FILE.
           IF FS-ARAPPL-NOT-EXIST
               OPEN OUTPUT ARAPPL-FILE
           END-IF.
           IF NOT FS-ARAPPL-OK
               DISPLAY "ERROR OPENING ARAPPL.DAT: " FS-ARAPPL
               MOVE "BAD-DEBT-WRITEOFF" TO ERP-PROGRAM
               MOVE "LOG-APPLICATION" TO ERP-PARAGRAPH
               MOVE "ARAPPL.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARAPPL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               MOVE WS-TODAY TO APL-FECHA
               MOVE WS-CUSTOMER-CODE TO APL-CLAVE-CLIENTE
               SET APL-FROM-WRITEOFF TO TRUE
               MOVE WS-WO-NUMBER TO APL-SOURCE-NUMBER
               MOVE ARI-ITEM-NUMBER TO APL-ITEM-NUMBER
               MOVE ARI-TICKET TO APL-TICKET
               MOVE WS-APPLY-AMOUNT TO APL-AMOUNT
               WRITE ARAPPL-RECORD
               CLOSE ARAPPL-FILE
           END-IF.

       RUN-RECOVERIES.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "BAD-DEBT-WRITEOFF" TO ERP-PROGRAM
               MOVE "RUN-RECOVERIES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY " "
               DISPLAY "ACCOUNTS RECEIVABLE - BAD-DEBT RECOVERY"
               PERFORM RECOVER-ONE-CUSTOMER UNTIL NOT WS-YES
               DISPLAY " "
               DISPLAY "RECOVERIES RECORDED: " WS-RECOVERY-COUNT
               CLOSE ARCHIVO-CLIENTES
           END-IF.

       RECOVER-ONE-CUSTOMER.
           DISPLAY " ".
           DISPLAY "CUSTOMER CODE (10 characters): "
              WITH NO ADVANCING.
           ACCEPT WS-CUSTOMER-CODE.
           MOVE WS-CUSTOMER-CODE TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "UNKNOWN CUSTOMER: " WS-CUSTOMER-CODE
               NOT INVALID KEY
                   DISPLAY "CUSTOMER: " NOMBRE-CLIENTE
                   PERFORM LOAD-WRITE-OFFS
                   IF WS-RECOVERABLE = ZERO
                       DISPLAY "NO WRITTEN-OFF BALANCE TO RECOVER"
                   ELSE
                       PERFORM LIST-WRITE-OFFS
                       PERFORM CAPTURE-RECOVERY
                   END-IF
           END-READ.
           DISPLAY "RECORD ANOTHER RECOVERY? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       LOAD-WRITE-OFFS.
           MOVE ZERO TO WS-WO-COUNT WS-RECOVERABLE.
           OPEN INPUT WRITEOFF-FILE.
           IF FS-WRITEOFF-OK
               PERFORM READ-NEXT-LEDGER-ENTRY
               PERFORM LOAD-ONE-LEDGER-ENTRY UNTIL FS-WRITEOFF-EOF
               CLOSE WRITEOFF-FILE
           END-IF.
           PERFORM ADD-RECOVERABLE
              VARYING WS-WO-IDX FROM 1 BY 1
              UNTIL WS-WO-IDX > WS-WO-COUNT.

       READ-NEXT-LEDGER-ENTRY.
           READ WRITEOFF-FILE
               AT END
                   SET FS-WRITEOFF-EOF TO TRUE
           END-READ.

       LOAD-ONE-LEDGER-ENTRY.
           IF WOF-CLAVE-CLIENTE = WS-CUSTOMER-CODE
               IF WOF-WRITE-OFF
                   IF WS-WO-COUNT < 50
                       ADD 1 TO WS-WO-COUNT
                       SET WS-WO-IDX TO WS-WO-COUNT
                       MOVE WOF-NUMBER TO WS-WO-ENTRY-NUMBER (WS-WO-IDX)
                       MOVE WOF-FECHA TO WS-WO-FECHA (WS-WO-IDX)
                       MOVE WOF-AMOUNT TO WS-WO-AMOUNT (WS-WO-IDX)
                       MOVE ZERO TO WS-WO-RECOVERED (WS-WO-IDX)
                   END-IF
               ELSE
                   PERFORM FIND-WRITE-OFF
                   IF WS-FOUND
                       ADD WOF-AMOUNT TO WS-WO-RECOVERED (WS-WO-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-LEDGER-ENTRY.

       FIND-WRITE-OFF.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-WO-IDX FROM 1 BY 1
              UNTIL WS-WO-IDX > WS-WO-COUNT OR WS-FOUND
               IF WS-WO-ENTRY-NUMBER (WS-WO-IDX) = WOF-NUMBER
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET WS-WO-IDX DOWN BY 1
           END-IF.

       ADD-RECOVERABLE.
           COMPUTE WS-RECOVERABLE = WS-RECOVERABLE +
              WS-WO-AMOUNT (WS-WO-IDX) - WS-WO-RECOVERED (WS-WO-IDX).

       LIST-WRITE-OFFS.
           DISPLAY "WRITE-OFF DATE       WRITTEN OFF     STILL OWED".
           PERFORM LIST-ONE-WRITE-OFF
              VARYING WS-WO-IDX FROM 1 BY 1
              UNTIL WS-WO-IDX > WS-WO-COUNT.
           MOVE WS-RECOVERABLE TO WS-LEFT-EDIT.
           DISPLAY "RECOVERABLE TOTAL:               " WS-LEFT-EDIT.

       LIST-ONE-WRITE-OFF.
           COMPUTE WS-WO-LEFT = WS-WO-AMOUNT (WS-WO-IDX) -
              WS-WO-RECOVERED (WS-WO-IDX).
           MOVE WS-WO-AMOUNT (WS-WO-IDX) TO WS-AMOUNT-EDIT.
           MOVE WS-WO-LEFT TO WS-LEFT-EDIT.
           DISPLAY WS-WO-ENTRY-NUMBER (WS-WO-IDX) "    "
              WS-WO-FECHA (WS-WO-IDX) " " WS-AMOUNT-EDIT "   "
              WS-LEFT-EDIT.

       CAPTURE-RECOVERY.
           DISPLAY "AMOUNT RECOVERED (ex: 100.00): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-AMOUNT-ENTRY.
           ACCEPT WS-AMOUNT-ENTRY.
           IF FUNCTION TEST-NUMVAL(WS-AMOUNT-ENTRY) = 0
              AND FUNCTION NUMVAL(WS-AMOUNT-ENTRY) > 0
              AND FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
                  NOT > WS-RECOVERABLE
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
               DISPLAY "REFERENCE (30 characters): "
                  WITH NO ADVANCING
               MOVE SPACES TO WS-REASON
               ACCEPT WS-REASON
               MOVE WS-AMOUNT TO WS-TO-APPLY
               PERFORM POST-ONE-RECOVERY
                  VARYING WS-WO-IDX FROM 1 BY 1
                  UNTIL WS-WO-IDX > WS-WO-COUNT OR WS-TO-APPLY = ZERO
               ADD 1 TO WS-RECOVERY-COUNT
           ELSE
               DISPLAY "INVALID AMOUNT - RECOVERY CANNOT EXCEED "
                  "THE AMOUNT WRITTEN OFF"
           END-IF.

       POST-ONE-RECOVERY.
           COMPUTE WS-WO-LEFT = WS-WO-AMOUNT (WS-WO-IDX) -
              WS-WO-RECOVERED (WS-WO-IDX).
           IF WS-WO-LEFT > ZERO
               IF WS-WO-LEFT > WS-TO-APPLY
                   MOVE WS-TO-APPLY TO WS-WO-LEFT
               END-IF
               MOVE WS-WO-ENTRY-NUMBER (WS-WO-IDX) TO WOF-NUMBER
               SET WOF-RECOVERY TO TRUE
               MOVE WS-TODAY TO WOF-FECHA
               MOVE WS-CUSTOMER-CODE TO WOF-CLAVE-CLIENTE
               MOVE WS-WO-LEFT TO WOF-AMOUNT
               MOVE WS-REASON TO WOF-REASON
               MOVE WS-MANAGER-ID TO WOF-MANAGER
               PERFORM WRITE-LEDGER-ENTRY
               IF WS-LEDGER-IS-WRITTEN
                   ADD WS-WO-LEFT TO WS-WO-RECOVERED (WS-WO-IDX)
                   SUBTRACT WS-WO-LEFT FROM WS-TO-APPLY
                   MOVE WS-WO-LEFT TO WS-AMOUNT-EDIT
                   DISPLAY "RECOVERY " WS-AMOUNT-EDIT
                      " POSTED AGAINST WRITE-OFF " WOF-NUMBER
               END-IF
           END-IF.

       WRITE-LEDGER-ENTRY.
           MOVE "N" TO WS-LEDGER-WRITTEN.
           OPEN EXTEND WRITEOFF-FILE.
           IF FS-WRITEOFF-NOT-EXIST
               OPEN OUTPUT WRITEOFF-FILE
           END-IF.
           IF NOT FS-WRITEOFF-OK
               DISPLAY "ERROR OPENING WRITEOFF.DAT: " FS-WRITEOFF
               MOVE "BAD-DEBT-WRITEOFF" TO ERP-PROGRAM
               MOVE "WRITE-LEDGER-ENTRY" TO ERP-PARAGRAPH
               MOVE "WRITEOFF.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-WRITEOFF TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               WRITE WRITEOFF-RECORD
               IF FS-WRITEOFF-OK
                   MOVE "Y" TO WS-LEDGER-WRITTEN
               ELSE
                   DISPLAY "ERROR WRITING WRITEOFF.DAT: " FS-WRITEOFF
                   MOVE "BAD-DEBT-WRITEOFF" TO ERP-PROGRAM
                   MOVE "WRITE-LEDGER-ENTRY" TO ERP-PARAGRAPH
                   MOVE "WRITEOFF.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-WRITEOFF TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
               CLOSE WRITEOFF-FILE
           END-IF.

       GET-NEXT-WO-NUMBER.
           OPEN INPUT WRITEOFF-CONTROL-FILE.
           IF FS-WRITEOFF-CONTROL-OK
               READ WRITEOFF-CONTROL-FILE
                   AT END
                       MOVE ZERO TO WOCTL-LAST-NUMBER
               END-READ
               CLOSE WRITEOFF-CONTROL-FILE
           ELSE
               MOVE ZERO TO WOCTL-LAST-NUMBER
           END-IF.
           COMPUTE WS-WO-NUMBER = WOCTL-LAST-NUMBER + 1.
           MOVE WS-WO-NUMBER TO WOCTL-LAST-NUMBER.
           OPEN OUTPUT WRITEOFF-CONTROL-FILE.
           WRITE WRITEOFF-CONTROL-RECORD.
           CLOSE WRITEOFF-CONTROL-FILE.
