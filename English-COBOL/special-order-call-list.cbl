      ******************************************************************
      * Author:
      * Date:
      * Purpose: Special orders call list. Walks SPECORD.DAT in order
      *          number and lists every order RECEIVING has brought in
      *          and reserved that the customer has not yet collected,
      *          with the customer's name and phone from clientes.idx,
      *          the product, quantity and the balance still to take
      *          over the deposit. Orders not phoned about before are
      *          flagged NEW and stamped with today's SO-CALLED-DATE,
      *          so the next run shows when they were first called.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPECIAL-ORDER-CALL-LIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPECORD-FILE ASSIGN TO "SPECORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-NUMBER
               ALTERNATE RECORD KEY IS SO-PO-REF WITH DUPLICATES
               FILE STATUS IS FS-SPECORD.

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CLIENTE
               FILE STATUS IS FS-CLIENTES.

       DATA DIVISION.
       FILE SECTION.
       FD  SPECORD-FILE.
       COPY SPECORD-RECORD.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-SPECORD           PIC XX.
           88 FS-SPECORD-OK     VALUE "00".
           88 FS-SPECORD-EOF    VALUE "10".
       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".
       01  WS-CLIENTES-OPEN     PIC X VALUE "N".
           88 WS-CLIENTES-IS-OPEN VALUE "Y".

       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-CUSTOMER-NAME     PIC X(30).
       01  WS-CUSTOMER-PHONE    PIC X(15).
       01  WS-BALANCE-DUE       PIC S9(9)V99.
       01  WS-MONEY-EDIT        PIC -Z,ZZZ,ZZ9.99.

       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-NEW-COUNT         PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           IF FS-SPECORD-OK
               DISPLAY " "
               DISPLAY "SPECIAL ORDERS TO CALL - " WS-TODAY-DATE
               DISPLAY "ORDER  CUSTOMER                       "
                  "PHONE           PROD   QTY  BALANCE DUE  CALLED"
               MOVE ZERO TO SO-NUMBER
               START SPECORD-FILE KEY IS >= SO-NUMBER
                   INVALID KEY
                       SET FS-SPECORD-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-ORDER
               PERFORM CHECK-ONE-ORDER UNTIL FS-SPECORD-EOF
               DISPLAY " "
               DISPLAY "ORDERS AWAITING COLLECTION: " WS-LISTED-COUNT
               DISPLAY "NEW TO CALL TODAY:          " WS-NEW-COUNT
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O SPECORD-FILE.
           IF NOT FS-SPECORD-OK
               DISPLAY "ERROR OPENING SPECORD.DAT: " FS-SPECORD
               MOVE "SPECIAL-ORDER-CALL-LIST" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SPECORD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SPECORD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF FS-CLIENTES-OK
               SET WS-CLIENTES-IS-OPEN TO TRUE
           ELSE
               DISPLAY "clientes.idx NOT AVAILABLE - NAMES AND "
                  "PHONES NOT SHOWN"
           END-IF.

       READ-NEXT-ORDER.
           READ SPECORD-FILE NEXT RECORD
               AT END
                   SET FS-SPECORD-EOF TO TRUE
           END-READ.

       CHECK-ONE-ORDER.
           IF SO-RECEIVED
               PERFORM LIST-ONE-ORDER
           END-IF.
           PERFORM READ-NEXT-ORDER.

       LIST-ONE-ORDER.
           PERFORM GET-CUSTOMER.
           COMPUTE WS-BALANCE-DUE = SO-PRICE * SO-QUANTITY
              - SO-DEPOSIT.
           MOVE WS-BALANCE-DUE TO WS-MONEY-EDIT.
           ADD 1 TO WS-LISTED-COUNT.
           IF SO-CALLED-DATE = ZERO
               ADD 1 TO WS-NEW-COUNT
               DISPLAY SO-NUMBER " " WS-CUSTOMER-NAME " "
                  WS-CUSTOMER-PHONE " " SO-PROD-CODE " "
                  SO-QUANTITY " " WS-MONEY-EDIT "  ** NEW **"
               MOVE WS-TODAY-DATE TO SO-CALLED-DATE
               REWRITE SPECORD-RECORD
                   INVALID KEY
                       DISPLAY "ERROR UPDATING SPECIAL ORDER: "
                          FS-SPECORD
                       MOVE "SPECIAL-ORDER-CALL-LIST" TO ERP-PROGRAM
                       MOVE "LIST-ONE-ORDER" TO ERP-PARAGRAPH
                       MOVE "SPECORD.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-SPECORD TO ERP-STATUS
                       MOVE SO-NUMBER TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-REWRITE
           ELSE
               DISPLAY SO-NUMBER " " WS-CUSTOMER-NAME " "
                  WS-CUSTOMER-PHONE " " SO-PROD-CODE " "
                  SO-QUANTITY " " WS-MONEY-EDIT "  " SO-CALLED-DATE
           END-IF.

       GET-CUSTOMER.
           MOVE SO-CLAVE-CLIENTE TO WS-CUSTOMER-NAME.
           MOVE SPACES TO WS-CUSTOMER-PHONE.
           IF WS-CLIENTES-IS-OPEN
               MOVE SO-CLAVE-CLIENTE TO CLAVE-CLIENTE
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOMBRE-CLIENTE TO WS-CUSTOMER-NAME
                       MOVE TELEFONO TO WS-CUSTOMER-PHONE
               END-READ
           END-IF.

       CLOSE-FILES.
           IF FS-SPECORD-OK OR FS-SPECORD-EOF
               CLOSE SPECORD-FILE
           END-IF.
           IF WS-CLIENTES-IS-OPEN
               CLOSE ARCHIVO-CLIENTES
           END-IF.
