      *          activity, each account sale in the period with the
      *          product name and amount, payments received, and the
      *          closing balance - replacing the two days of hand
      *          assembly from the purchase-history screens. Each
      *          statement closes with the customer's open items
      *          from ARITEM.DAT - every ticket and finance charge
      *          still owed with its outstanding amount, and any open
      *          credit memos or unapplied cash - so the customer
      *          sees exactly which tickets make up the balance.
      *          Returned (NSF) payments and bad-debt write-offs from
      *          WRITEOFF.DAT print as their own lines. Stores
      *          linked to a head office account (CLIENTE-PADRE) get
      *          no statement of their own: the parent's statement
      *          consolidates the group, each store's activity under
      *          its own heading with a store subtotal, and the
      *          opening, closing and open-item totals cover every
      *          store.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT ARPAY-FILE ASSIGN TO "ARPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATEMENT.

           SELECT ARITEM-FILE ASSIGN TO "ARITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARI-KEY
               FILE STATUS IS FS-ARITEM.

           SELECT OPENBAL-FILE ASSIGN TO "OPENBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-KEY
               FILE STATUS IS FS-OPENBAL.

           SELECT WRITEOFF-FILE ASSIGN TO "WRITEOFF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-WRITEOFF.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CLIENTES.
       FD  ARPAY-FILE.
       COPY ARPAY-RECORD.

       FD  ARITEM-FILE.
       COPY ARITEM-RECORD.

       FD  OPENBAL-FILE.
       COPY OPENBAL-RECORD.

       FD  WRITEOFF-FILE.
       COPY WRITEOFF-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  FS-ARITEM            PIC XX.
           88 FS-ARITEM-OK      VALUE "00".
           88 FS-ARITEM-EOF     VALUE "10".
       01  WS-ARITEM-OPEN       PIC X VALUE "N".
           88 WS-ARITEM-IS-OPEN VALUE "Y".

       01  FS-WRITEOFF          PIC XX.
           88 FS-WRITEOFF-OK    VALUE "00".
           88 FS-WRITEOFF-EOF   VALUE "10".

       01  FS-STATEMENT         PIC XX.
           88 FS-STATEMENT-OK   VALUE "00".

       01  WS-PERIOD-ACTIVITY   PIC 9(5).
       01  WS-AMOUNT-EDIT       PIC -,---,--9.99.
       01  WS-STATEMENT-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-OPEN-ITEM-COUNT   PIC 9(5).
       01  WS-OPEN-ITEM-TOTAL   PIC S9(9)V99.
       01  WS-ITEM-KIND         PIC X(7).
       01  WS-ORIGINAL-EDIT     PIC -,---,--9.99.

       01  WS-ACCOUNT-CODE      PIC X(10).
       01  WS-MEMBER-OPENING    PIC S9(9)V99.
       01  WS-STORE-START       PIC S9(9)V99.
       01  WS-STORE-BALANCE     PIC S9(9)V99.
       01  WS-ACTIVITY-BEFORE   PIC 9(5).
       01  WS-ITEMS-BEFORE      PIC 9(5).
       01  WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 500 TIMES INDEXED BY WS-LNK-IDX.
               10 WS-LINK-CHILD   PIC X(10).
               10 WS-LINK-NAME    PIC X(30).
               10 WS-LINK-PARENT  PIC X(10).
       01  WS-LINK-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-LINKED-FLAG       PIC X.
           88 WS-LINKED         VALUE "Y".
       01  WS-MEMBER-TABLE.
           05 WS-MEMBER-ENTRY OCCURS 100 TIMES INDEXED BY WS-MBR-IDX.
               10 WS-MBR-CODE     PIC X(10).
               10 WS-MBR-NAME     PIC X(30).
               10 WS-MBR-OPENING  PIC S9(9)V99.
               10 WS-MBR-ACTIVITY PIC 9(5).
               10 WS-MBR-ITEMS    PIC 9(5).
       01  WS-MEMBER-COUNT      PIC 9(3).

       01  WS-ADDR-ACTION       PIC X VALUE "G".
       01  WS-ADDR-NUMBER       PIC 9(3) VALUE ZERO.
       01  WS-ADDRESS-LINES.
           05 WS-ADDRESS-LINE   PIC X(60) OCCURS 4 TIMES.
       01  WS-ADDR-RESULT       PIC X.
           88 WS-ADDR-ON-FILE   VALUE "Y", "B".
       01  WS-ADDR-IDX          PIC 9.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           IF FS-CLIENTES-OK AND FS-VENTAS-OK AND FS-ARPAY-OK
              AND FS-PRODUCTS-OK AND FS-STATEMENT-OK
               PERFORM LOAD-GROUP-LINKS
               PERFORM READ-NEXT-CUSTOMER
               PERFORM STATEMENT-ONE-CUSTOMER UNTIL FS-CLIENTES-EOF
               DISPLAY " "
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "CUSTOMER-STATEMENTS" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "CUSTOMER-STATEMENTS" TO ERP-PROGRAM
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
               MOVE "CUSTOMER-STATEMENTS" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "ARPAY.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARPAY TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "CUSTOMER-STATEMENTS" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARITEM-FILE.
           IF FS-ARITEM-OK
               MOVE "Y" TO WS-ARITEM-OPEN
           ELSE
               DISPLAY "ARITEM.DAT NOT AVAILABLE (" FS-ARITEM
                  ") - STATEMENTS PRINTED WITHOUT OPEN ITEMS"
               MOVE "CUSTOMER-STATEMENTS" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "ARITEM.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARITEM TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT OPENBAL-FILE.
           IF NOT FS-OPENBAL-OK
               DISPLAY "OPENBAL.DAT NOT AVAILABLE (" FS-OPENBAL
                  ") - OPENING BALANCES BUILT FROM DETAIL ONLY"
               MOVE "CUSTOMER-STATEMENTS" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "OPENBAL.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-OPENBAL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           IF NOT FS-STATEMENT-OK
               DISPLAY "ERROR CREATING STATEMENTS.TXT: "
                  FS-STATEMENT
               MOVE "CUSTOMER-STATEMENTS" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "STATEMENTS.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-STATEMENT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-CUSTOMER.
                   SET FS-CLIENTES-EOF TO TRUE
           END-READ.

      * Stores billed to a head office account print inside the
      * parent's consolidated statement, not on their own
       LOAD-GROUP-LINKS.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM LOAD-ONE-LINK UNTIL FS-CLIENTES-EOF.
           CLOSE ARCHIVO-CLIENTES.
           OPEN INPUT ARCHIVO-CLIENTES.

       LOAD-ONE-LINK.
           IF CLIENTE-PADRE NOT = SPACES
               IF WS-LINK-COUNT < 500
                   ADD 1 TO WS-LINK-COUNT
                   MOVE CLAVE-CLIENTE TO WS-LINK-CHILD (WS-LINK-COUNT)
                   MOVE NOMBRE-CLIENTE TO WS-LINK-NAME (WS-LINK-COUNT)
                   MOVE CLIENTE-PADRE
                      TO WS-LINK-PARENT (WS-LINK-COUNT)
               ELSE
                   DISPLAY "GROUP TABLE FULL - " CLAVE-CLIENTE
                      " STATEMENT PRINTED ON ITS OWN"
               END-IF
           END-IF.
           PERFORM READ-NEXT-CUSTOMER.

       STATEMENT-ONE-CUSTOMER.
           MOVE "N" TO WS-LINKED-FLAG.
           IF CLIENTE-PADRE NOT = SPACES
               PERFORM FIND-CUSTOMER-LINK
           END-IF.
           IF NOT WS-LINKED
               PERFORM STATEMENT-ONE-ACCOUNT
           END-IF.
           PERFORM READ-NEXT-CUSTOMER.

       FIND-CUSTOMER-LINK.
           PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
              UNTIL WS-LNK-IDX > WS-LINK-COUNT
               IF WS-LINK-CHILD (WS-LNK-IDX) = CLAVE-CLIENTE
                   MOVE "Y" TO WS-LINKED-FLAG
               END-IF
           END-PERFORM.

       STATEMENT-ONE-ACCOUNT.
           MOVE CLAVE-CLIENTE TO WS-ACCOUNT-CODE.
           MOVE NOMBRE-CLIENTE TO WS-CUSTOMER-NAME.
           PERFORM LOAD-GROUP-MEMBERS.
           MOVE ZERO TO WS-OPENING-BALANCE WS-PERIOD-ACTIVITY
              WS-OPEN-ITEM-COUNT.
           PERFORM TOTAL-ONE-MEMBER
              VARYING WS-MBR-IDX FROM 1 BY 1
              UNTIL WS-MBR-IDX > WS-MEMBER-COUNT.
           MOVE WS-ACCOUNT-CODE TO WS-CUSTOMER-CODE.
           MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE.
           IF WS-PERIOD-ACTIVITY > ZERO
              OR WS-OPENING-BALANCE NOT = ZERO
              OR WS-OPEN-ITEM-COUNT > ZERO
               ADD 1 TO WS-STATEMENT-COUNT
               PERFORM WRITE-STATEMENT-HEADING
               PERFORM WRITE-MEMBER-ACTIVITY
                  VARYING WS-MBR-IDX FROM 1 BY 1
                  UNTIL WS-MBR-IDX > WS-MEMBER-COUNT
               MOVE WS-ACCOUNT-CODE TO WS-CUSTOMER-CODE
               PERFORM WRITE-STATEMENT-FOOTING
           END-IF.

       LOAD-GROUP-MEMBERS.
           MOVE 1 TO WS-MEMBER-COUNT.
           MOVE WS-ACCOUNT-CODE TO WS-MBR-CODE (1).
           MOVE WS-CUSTOMER-NAME TO WS-MBR-NAME (1).
           PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
              UNTIL WS-LNK-IDX > WS-LINK-COUNT
               IF WS-LINK-PARENT (WS-LNK-IDX) = WS-ACCOUNT-CODE
                  AND WS-MEMBER-COUNT < 100
                   ADD 1 TO WS-MEMBER-COUNT
                   MOVE WS-LINK-CHILD (WS-LNK-IDX)
                      TO WS-MBR-CODE (WS-MEMBER-COUNT)
                   MOVE WS-LINK-NAME (WS-LNK-IDX)
                      TO WS-MBR-NAME (WS-MEMBER-COUNT)
               END-IF
           END-PERFORM.

       TOTAL-ONE-MEMBER.
           MOVE WS-MBR-CODE (WS-MBR-IDX) TO WS-CUSTOMER-CODE.
           MOVE WS-PERIOD-ACTIVITY TO WS-ACTIVITY-BEFORE.
           MOVE WS-OPEN-ITEM-COUNT TO WS-ITEMS-BEFORE.
           MOVE ZERO TO WS-MEMBER-OPENING.
           PERFORM COMPUTE-OPENING-BALANCE.
           MOVE WS-MEMBER-OPENING TO WS-MBR-OPENING (WS-MBR-IDX).
           ADD WS-MEMBER-OPENING TO WS-OPENING-BALANCE.
           PERFORM COUNT-PERIOD-ACTIVITY.
           PERFORM COUNT-OPEN-ITEMS.
           COMPUTE WS-MBR-ACTIVITY (WS-MBR-IDX) =
              WS-PERIOD-ACTIVITY - WS-ACTIVITY-BEFORE.
           COMPUTE WS-MBR-ITEMS (WS-MBR-IDX) =
              WS-OPEN-ITEM-COUNT - WS-ITEMS-BEFORE.

      * On a group statement each store's lines print under its own
      * heading with the store's balance as a subtotal
       WRITE-MEMBER-ACTIVITY.
           MOVE WS-MBR-CODE (WS-MBR-IDX) TO WS-CUSTOMER-CODE.
           IF WS-MEMBER-COUNT = 1
               PERFORM WRITE-PERIOD-SALES
               PERFORM WRITE-PERIOD-PAYMENTS
               PERFORM WRITE-PERIOD-WRITE-OFFS
           ELSE
               IF WS-MBR-ACTIVITY (WS-MBR-IDX) > ZERO
                  OR WS-MBR-OPENING (WS-MBR-IDX) NOT = ZERO
                   PERFORM WRITE-STORE-SECTION
               END-IF
           END-IF.

       WRITE-STORE-SECTION.
           MOVE ALL "-" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-MBR-OPENING (WS-MBR-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "STORE " DELIMITED BY SIZE
                  WS-MBR-CODE (WS-MBR-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MBR-NAME (WS-MBR-IDX) DELIMITED BY SIZE
                  " OPENING " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.
           MOVE WS-CLOSING-BALANCE TO WS-STORE-START.
           PERFORM WRITE-PERIOD-SALES.
           PERFORM WRITE-PERIOD-PAYMENTS.
           PERFORM WRITE-PERIOD-WRITE-OFFS.
           COMPUTE WS-STORE-BALANCE = WS-MBR-OPENING (WS-MBR-IDX)
              + WS-CLOSING-BALANCE - WS-STORE-START.
           MOVE WS-STORE-BALANCE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "STORE SUBTOTAL " DELIMITED BY SIZE
                  WS-MBR-CODE (WS-MBR-IDX) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  INTO STATEMENT-LINE
           END-STRING.
           MOVE WS-AMOUNT-EDIT TO STATEMENT-LINE (40:12).
           WRITE STATEMENT-LINE.

       COMPUTE-OPENING-BALANCE.
           MOVE ZERO TO WS-YEAR-START.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OB-BALANCE TO WS-MEMBER-OPENING
                       COMPUTE WS-YEAR-START =
                          OB-YEAR * 10000 + 101
               END-READ
           END-START.
           PERFORM READ-NEXT-PAYMENT.
           PERFORM ADD-OPENING-PAYMENT UNTIL FS-ARPAY-EOF.
           OPEN INPUT WRITEOFF-FILE.
           IF FS-WRITEOFF-OK
               PERFORM READ-NEXT-WRITE-OFF
               PERFORM ADD-OPENING-WRITE-OFF UNTIL FS-WRITEOFF-EOF
               CLOSE WRITEOFF-FILE
           END-IF.

       READ-NEXT-SALE.
           READ VENTAS-FILE NEXT RECORD
               IF VENTA-CREDIT OR VENTA-VOID
                   COMPUTE WS-LINE-AMOUNT = ZERO - WS-LINE-AMOUNT
               END-IF
               ADD WS-LINE-AMOUNT TO WS-MEMBER-OPENING
           END-IF.
           PERFORM READ-NEXT-SALE.

           IF PAY-CLAVE-CLIENTE = WS-CUSTOMER-CODE
              AND PAY-FECHA < WS-FROM-DATE
              AND PAY-FECHA >= WS-YEAR-START
               SUBTRACT PAY-AMOUNT FROM WS-MEMBER-OPENING
           END-IF.
           IF PAY-CLAVE-CLIENTE = WS-CUSTOMER-CODE AND PAY-RETURNED
              AND PAY-RETURNED-FECHA < WS-FROM-DATE
              AND PAY-RETURNED-FECHA >= WS-YEAR-START
               ADD PAY-AMOUNT TO WS-MEMBER-OPENING
           END-IF.
           PERFORM READ-NEXT-PAYMENT.

       READ-NEXT-WRITE-OFF.
           READ WRITEOFF-FILE
               AT END
                   SET FS-WRITEOFF-EOF TO TRUE
           END-READ.

      * Write-offs lower the balance; recoveries are not account
      * activity, the money goes against the write-off
       ADD-OPENING-WRITE-OFF.
           IF WOF-CLAVE-CLIENTE = WS-CUSTOMER-CODE AND WOF-WRITE-OFF
               IF WOF-FECHA < WS-FROM-DATE
                  AND WOF-FECHA >= WS-YEAR-START
                   SUBTRACT WOF-AMOUNT FROM WS-MEMBER-OPENING
               END-IF
               IF WOF-FECHA >= WS-FROM-DATE
                  AND WOF-FECHA <= WS-TO-DATE
                   ADD 1 TO WS-PERIOD-ACTIVITY
               END-IF
           END-IF.
           PERFORM READ-NEXT-WRITE-OFF.

       COUNT-PERIOD-ACTIVITY.
           MOVE WS-CUSTOMER-CODE TO VENTA-CLAVE-CLIENTE.
           MOVE "00" TO FS-VENTAS.
              AND PAY-FECHA <= WS-TO-DATE
               ADD 1 TO WS-PERIOD-ACTIVITY
           END-IF.
           IF PAY-CLAVE-CLIENTE = WS-CUSTOMER-CODE AND PAY-RETURNED
              AND PAY-RETURNED-FECHA >= WS-FROM-DATE
              AND PAY-RETURNED-FECHA <= WS-TO-DATE
               ADD 1 TO WS-PERIOD-ACTIVITY
           END-IF.
           PERFORM READ-NEXT-PAYMENT.

       COUNT-OPEN-ITEMS.
           IF WS-ARITEM-IS-OPEN
               PERFORM START-CUSTOMER-ITEMS
               PERFORM COUNT-ONE-OPEN-ITEM UNTIL FS-ARITEM-EOF
           END-IF.

       START-CUSTOMER-ITEMS.
           MOVE "00" TO FS-ARITEM.
           MOVE WS-CUSTOMER-CODE TO ARI-CLAVE-CLIENTE.
           MOVE ZERO TO ARI-ITEM-NUMBER.
           START ARITEM-FILE KEY IS NOT LESS THAN ARI-KEY
               INVALID KEY
                   SET FS-ARITEM-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-OPEN-ITEM.

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

       COUNT-ONE-OPEN-ITEM.
           IF ARI-OPEN AND ARI-OPEN-AMOUNT > ZERO
               ADD 1 TO WS-OPEN-ITEM-COUNT
           END-IF.
           PERFORM READ-NEXT-OPEN-ITEM.

       WRITE-STATEMENT-HEADING.
           MOVE ALL "=" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
                  INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.
           PERFORM PRINT-BILL-TO-ADDRESS.
           STRING "PERIOD " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
           END-STRING.
           WRITE STATEMENT-LINE.

       PRINT-BILL-TO-ADDRESS.
           CALL "CUSTOMER-ADDRESS" USING WS-ADDR-ACTION
              WS-CUSTOMER-CODE WS-ADDR-NUMBER WS-ADDRESS-LINES
              WS-ADDR-RESULT.
           IF WS-ADDR-ON-FILE
               PERFORM PRINT-ADDRESS-LINE
                  VARYING WS-ADDR-IDX FROM 1 BY 1
                  UNTIL WS-ADDR-IDX > 4
           END-IF.

       PRINT-ADDRESS-LINE.
           IF WS-ADDRESS-LINE (WS-ADDR-IDX) NOT = SPACES
               STRING "          " DELIMITED BY SIZE
                      WS-ADDRESS-LINE (WS-ADDR-IDX) DELIMITED BY SIZE
                      INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF.

       WRITE-PERIOD-SALES.
           MOVE WS-CUSTOMER-CODE TO VENTA-CLAVE-CLIENTE.
           MOVE "00" TO FS-VENTAS.
               END-STRING
               WRITE STATEMENT-LINE
           END-IF.
           IF PAY-CLAVE-CLIENTE = WS-CUSTOMER-CODE AND PAY-RETURNED
              AND PAY-RETURNED-FECHA >= WS-FROM-DATE
              AND PAY-RETURNED-FECHA <= WS-TO-DATE
               ADD PAY-AMOUNT TO WS-CLOSING-BALANCE
               MOVE PAY-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING PAY-RETURNED-FECHA DELIMITED BY SIZE
                      " PAYMENT RETURNED UNPAID (NSF)" DELIMITED
                         BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF.
           PERFORM READ-NEXT-PAYMENT.

       WRITE-PERIOD-WRITE-OFFS.
           OPEN INPUT WRITEOFF-FILE.
           IF FS-WRITEOFF-OK
               PERFORM READ-NEXT-WRITE-OFF
               PERFORM WRITE-ONE-WRITE-OFF-LINE UNTIL FS-WRITEOFF-EOF
               CLOSE WRITEOFF-FILE
           END-IF.

       WRITE-ONE-WRITE-OFF-LINE.
           IF WOF-CLAVE-CLIENTE = WS-CUSTOMER-CODE AND WOF-WRITE-OFF
              AND WOF-FECHA >= WS-FROM-DATE
              AND WOF-FECHA <= WS-TO-DATE
               SUBTRACT WOF-AMOUNT FROM WS-CLOSING-BALANCE
               MOVE WOF-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING WOF-FECHA DELIMITED BY SIZE
                      " BALANCE WRITTEN OFF          " DELIMITED
                         BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF.
           PERFORM READ-NEXT-WRITE-OFF.

       WRITE-STATEMENT-FOOTING.
           MOVE WS-CLOSING-BALANCE TO WS-AMOUNT-EDIT.
           STRING "CLOSING BALANCE: " DELIMITED BY SIZE
                  INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.
           IF WS-OPEN-ITEM-COUNT > ZERO
               PERFORM WRITE-OPEN-ITEMS
           END-IF.
           MOVE ALL "=" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-OPEN-ITEMS.
           MOVE ALL "-" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "OPEN ITEMS AT RUN DATE:" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "DATE     TYPE    ITEM     TICKET" TO STATEMENT-LINE.
           MOVE "ORIGINAL   OUTSTANDING" TO STATEMENT-LINE (38:22).
           WRITE STATEMENT-LINE.
           MOVE ZERO TO WS-OPEN-ITEM-TOTAL.
           PERFORM WRITE-MEMBER-OPEN-ITEMS
              VARYING WS-MBR-IDX FROM 1 BY 1
              UNTIL WS-MBR-IDX > WS-MEMBER-COUNT.
           MOVE WS-ACCOUNT-CODE TO WS-CUSTOMER-CODE.
           MOVE WS-OPEN-ITEM-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "TOTAL OPEN ITEMS: " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

       WRITE-MEMBER-OPEN-ITEMS.
           IF WS-MBR-ITEMS (WS-MBR-IDX) > ZERO
               MOVE WS-MBR-CODE (WS-MBR-IDX) TO WS-CUSTOMER-CODE
               IF WS-MEMBER-COUNT > 1
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "STORE " DELIMITED BY SIZE
                          WS-MBR-CODE (WS-MBR-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-MBR-NAME (WS-MBR-IDX) DELIMITED BY SIZE
                          INTO STATEMENT-LINE
                   END-STRING
                   WRITE STATEMENT-LINE
               END-IF
               PERFORM START-CUSTOMER-ITEMS
               PERFORM WRITE-ONE-OPEN-ITEM UNTIL FS-ARITEM-EOF
           END-IF.

       WRITE-ONE-OPEN-ITEM.
           IF ARI-OPEN AND ARI-OPEN-AMOUNT > ZERO
               EVALUATE TRUE
                   WHEN ARI-INVOICE
                       MOVE "TICKET " TO WS-ITEM-KIND
                   WHEN ARI-FIN-CHARGE
                       MOVE "FIN CHG" TO WS-ITEM-KIND
                   WHEN ARI-RETURNED-PAY
                       MOVE "NSF    " TO WS-ITEM-KIND
                   WHEN ARI-CREDIT-MEMO
                       MOVE "CREDIT " TO WS-ITEM-KIND
                   WHEN OTHER
                       MOVE "UNAPPLD" TO WS-ITEM-KIND
               END-EVALUATE
               IF ARI-CREDIT-ITEM
                   COMPUTE WS-LINE-AMOUNT = ZERO - ARI-OPEN-AMOUNT
                   COMPUTE WS-ORIGINAL-EDIT =
                      ZERO - ARI-ORIGINAL-AMOUNT
               ELSE
                   MOVE ARI-OPEN-AMOUNT TO WS-LINE-AMOUNT
                   MOVE ARI-ORIGINAL-AMOUNT TO WS-ORIGINAL-EDIT
               END-IF
               ADD WS-LINE-AMOUNT TO WS-OPEN-ITEM-TOTAL
               MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING ARI-FECHA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ITEM-KIND DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ARI-ITEM-NUMBER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ARI-TICKET DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ORIGINAL-EDIT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF.
           PERFORM READ-NEXT-OPEN-ITEM.

       CLOSE-OPENBAL-FILE.
           IF FS-OPENBAL-OK
               CLOSE OPENBAL-FILE
           CLOSE VENTAS-FILE.
           CLOSE ARPAY-FILE.
           CLOSE PRODUCTS-FILE.
           IF WS-ARITEM-IS-OPEN
               CLOSE ARITEM-FILE
           END-IF.
           IF FS-STATEMENT-OK
               CLOSE STATEMENT-FILE
           END-IF.
