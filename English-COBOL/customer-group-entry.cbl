      ******************************************************************
      * Author:
      * Date:
      * Purpose: Links store accounts on clientes.idx to the head
      *          office account that pays for them. A linked store
      *          keeps its own CLAVE-CLIENTE for sales, but its
      *          CLIENTE-PADRE points at the parent, whose credit
      *          limit and hold flag then govern the whole group -
      *          CREATE-SELLS checks account tender against the
      *          parent's limit and the group's combined balance,
      *          CUSTOMER-STATEMENTS prints one consolidated statement
      *          per parent, and DUNNING-RUN and FINANCE-CHARGE-RUN
      *          work at the parent level. Groups are one level deep:
      *          a parent cannot itself be a store of another parent.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-GROUP-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CLIENTE
               FILE STATUS IS FS-CLIENTES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".
           88 FS-CLIENTES-EOF   VALUE "10".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".

       01  WS-ACTION            PIC X.
           88 WS-ACTION-LINK    VALUE "L", "l".
           88 WS-ACTION-UNLINK  VALUE "U", "u".
           88 WS-ACTION-SHOW    VALUE "S", "s".
           88 WS-ACTION-LIMIT   VALUE "G", "g".

       01  WS-CHILD-CODE        PIC X(10).
       01  WS-PARENT-CODE       PIC X(10).
       01  WS-PARENT-NAME       PIC X(30).
       01  WS-PARENT-OK         PIC X.
           88 WS-PARENT-IS-OK   VALUE "Y".
       01  WS-STORE-COUNT       PIC 9(3).
       01  WS-GROUP-SALDO       PIC S9(9)V99.
       01  WS-GROUP-LIMITE      PIC 9(7)V99.
       01  WS-LIMIT-ENTRY       PIC X(12).
       01  WS-AMOUNT-EDIT       PIC -,---,--9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O ARCHIVO-CLIENTES.
           IF FS-CLIENTES-OK
               PERFORM PROCESS-MENU UNTIL NOT WS-YES
               CLOSE ARCHIVO-CLIENTES
           ELSE
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "CUSTOMER-GROUP-ENTRY" TO ERP-PROGRAM
               MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           STOP RUN.

       PROCESS-MENU.
           DISPLAY " ".
           DISPLAY "CUSTOMER GROUP MAINTENANCE".
           DISPLAY "L - LINK STORE | U - UNLINK STORE | "
              "S - SHOW GROUP | G - GROUP CREDIT LIMIT".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-LINK
                   PERFORM LINK-STORE
               WHEN WS-ACTION-UNLINK
                   PERFORM UNLINK-STORE
               WHEN WS-ACTION-SHOW
                   PERFORM SHOW-GROUP
               WHEN WS-ACTION-LIMIT
                   PERFORM SET-GROUP-LIMIT
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

           DISPLAY " ".
           DISPLAY "DO YOU WANT TO CONTINUE? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       LINK-STORE.
           DISPLAY "PARENT (HEAD OFFICE) CODE: " WITH NO ADVANCING.
           ACCEPT WS-PARENT-CODE.
           PERFORM VALIDATE-PARENT.
           IF WS-PARENT-IS-OK
               DISPLAY "STORE CODE TO LINK: " WITH NO ADVANCING
               ACCEPT WS-CHILD-CODE
               PERFORM LINK-ONE-STORE
           END-IF.

       VALIDATE-PARENT.
           MOVE "N" TO WS-PARENT-OK.
           MOVE WS-PARENT-CODE TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "PARENT NOT FOUND: " WS-PARENT-CODE
               NOT INVALID KEY
                   IF CLIENTE-PADRE NOT = SPACES
                       DISPLAY WS-PARENT-CODE " IS ITSELF A STORE OF "
                          CLIENTE-PADRE " - CANNOT BE A PARENT"
                   ELSE
                       MOVE NOMBRE-CLIENTE TO WS-PARENT-NAME
                       MOVE "Y" TO WS-PARENT-OK
                   END-IF
           END-READ.

       LINK-ONE-STORE.
           IF WS-CHILD-CODE = WS-PARENT-CODE
               DISPLAY "A CUSTOMER CANNOT BE ITS OWN PARENT"
           ELSE
               PERFORM COUNT-STORES-OF-CHILD
               IF WS-STORE-COUNT > ZERO
                   DISPLAY WS-CHILD-CODE " IS A PARENT OF "
                      WS-STORE-COUNT " STORES - CANNOT BE LINKED"
               ELSE
                   PERFORM SET-STORE-PARENT
               END-IF
           END-IF.

       COUNT-STORES-OF-CHILD.
           MOVE ZERO TO WS-STORE-COUNT.
           MOVE LOW-VALUES TO CLAVE-CLIENTE.
           START ARCHIVO-CLIENTES KEY IS NOT LESS THAN CLAVE-CLIENTE
               INVALID KEY
                   SET FS-CLIENTES-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM COUNT-ONE-STORE UNTIL FS-CLIENTES-EOF.

       READ-NEXT-CUSTOMER.
           IF NOT FS-CLIENTES-EOF
               READ ARCHIVO-CLIENTES NEXT RECORD
                   AT END
                       SET FS-CLIENTES-EOF TO TRUE
               END-READ
           END-IF.

       COUNT-ONE-STORE.
           IF CLIENTE-PADRE = WS-CHILD-CODE
               ADD 1 TO WS-STORE-COUNT
           END-IF.
           PERFORM READ-NEXT-CUSTOMER.

       SET-STORE-PARENT.
           MOVE WS-CHILD-CODE TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "STORE NOT FOUND: " WS-CHILD-CODE
               NOT INVALID KEY
                   MOVE WS-PARENT-CODE TO CLIENTE-PADRE
                   REWRITE REGISTRO-CLIENTE
                       INVALID KEY
                           DISPLAY "ERROR UPDATING CUSTOMER: "
                              FS-CLIENTES
                           MOVE "CUSTOMER-GROUP-ENTRY" TO ERP-PROGRAM
                           MOVE "SET-STORE-PARENT" TO ERP-PARAGRAPH
                           MOVE "clientes.idx" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CLIENTES TO ERP-STATUS
                           MOVE CLAVE-CLIENTE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY NOMBRE-CLIENTE " NOW BILLED TO "
                              WS-PARENT-NAME
                   END-REWRITE
           END-READ.

       UNLINK-STORE.
           DISPLAY "STORE CODE TO UNLINK: " WITH NO ADVANCING.
           ACCEPT WS-CHILD-CODE.
           MOVE WS-CHILD-CODE TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "STORE NOT FOUND: " WS-CHILD-CODE
               NOT INVALID KEY
                   IF CLIENTE-PADRE = SPACES
                       DISPLAY WS-CHILD-CODE " IS NOT LINKED TO A "
                          "PARENT"
                   ELSE
                       MOVE SPACES TO CLIENTE-PADRE
                       REWRITE REGISTRO-CLIENTE
                           INVALID KEY
                               DISPLAY "ERROR UPDATING CUSTOMER: "
                                  FS-CLIENTES
                               MOVE "CUSTOMER-GROUP-ENTRY"
                                  TO ERP-PROGRAM
                               MOVE "UNLINK-STORE" TO ERP-PARAGRAPH
                               MOVE "clientes.idx" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-CLIENTES TO ERP-STATUS
                               MOVE CLAVE-CLIENTE TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               DISPLAY NOMBRE-CLIENTE
                                  " NOW BILLED ON ITS OWN ACCOUNT"
                       END-REWRITE
                   END-IF
           END-READ.

       SHOW-GROUP.
           DISPLAY "PARENT CODE: " WITH NO ADVANCING.
           ACCEPT WS-PARENT-CODE.
           PERFORM VALIDATE-PARENT.
           IF WS-PARENT-IS-OK
               MOVE CLIENTE-SALDO TO WS-GROUP-SALDO
               MOVE CLIENTE-LIMITE-CREDITO TO WS-GROUP-LIMITE
               MOVE CLIENTE-SALDO TO WS-AMOUNT-EDIT
               DISPLAY " "
               DISPLAY "PARENT " WS-PARENT-CODE " " WS-PARENT-NAME
                  " " WS-AMOUNT-EDIT
               IF CLIENTE-EN-RETENCION
                   DISPLAY "  GROUP IS ON CREDIT HOLD"
               END-IF
               MOVE ZERO TO WS-STORE-COUNT
               MOVE LOW-VALUES TO CLAVE-CLIENTE
               START ARCHIVO-CLIENTES
                  KEY IS NOT LESS THAN CLAVE-CLIENTE
                   INVALID KEY
                       SET FS-CLIENTES-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-CUSTOMER
               PERFORM SHOW-ONE-STORE UNTIL FS-CLIENTES-EOF
               MOVE WS-GROUP-SALDO TO WS-AMOUNT-EDIT
               DISPLAY "STORES: " WS-STORE-COUNT
                  "  GROUP BALANCE: " WS-AMOUNT-EDIT
               MOVE WS-GROUP-LIMITE TO WS-AMOUNT-EDIT
               DISPLAY "GROUP CREDIT LIMIT: " WS-AMOUNT-EDIT
           END-IF.

       SHOW-ONE-STORE.
           IF CLIENTE-PADRE = WS-PARENT-CODE
               ADD 1 TO WS-STORE-COUNT
               ADD CLIENTE-SALDO TO WS-GROUP-SALDO
               MOVE CLIENTE-SALDO TO WS-AMOUNT-EDIT
               DISPLAY "  STORE " CLAVE-CLIENTE " " NOMBRE-CLIENTE
                  " " WS-AMOUNT-EDIT
           END-IF.
           PERFORM READ-NEXT-CUSTOMER.

       SET-GROUP-LIMIT.
           DISPLAY "PARENT CODE: " WITH NO ADVANCING.
           ACCEPT WS-PARENT-CODE.
           PERFORM VALIDATE-PARENT.
           IF WS-PARENT-IS-OK
               MOVE CLIENTE-LIMITE-CREDITO TO WS-AMOUNT-EDIT
               DISPLAY "CURRENT GROUP LIMIT: " WS-AMOUNT-EDIT
               DISPLAY "NEW GROUP LIMIT (ex: 5000.00): "
                  WITH NO ADVANCING
               ACCEPT WS-LIMIT-ENTRY
               IF FUNCTION TEST-NUMVAL(WS-LIMIT-ENTRY) = 0
                  AND FUNCTION NUMVAL(WS-LIMIT-ENTRY) >= 0
                   COMPUTE CLIENTE-LIMITE-CREDITO =
                      FUNCTION NUMVAL(WS-LIMIT-ENTRY)
                   REWRITE REGISTRO-CLIENTE
                       INVALID KEY
                           DISPLAY "ERROR UPDATING CUSTOMER: "
                              FS-CLIENTES
                           MOVE "CUSTOMER-GROUP-ENTRY" TO ERP-PROGRAM
                           MOVE "SET-GROUP-LIMIT" TO ERP-PARAGRAPH
                           MOVE "clientes.idx" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CLIENTES TO ERP-STATUS
                           MOVE CLAVE-CLIENTE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "GROUP LIMIT UPDATED"
                   END-REWRITE
               ELSE
                   DISPLAY "INVALID AMOUNT"
               END-IF
           END-IF.
