      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintains CLIENTE-REF-BANCO on clientes.idx, the
      *          payer reference the bank quotes on each receipt in
      *          its lockbox file, so LOCKBOX-IMPORT can match the
      *          receipt to the customer who paid it. A reference may
      *          belong to one customer only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-REFERENCE-ENTRY.

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
           88 WS-ACTION-SET     VALUE "S", "s".
           88 WS-ACTION-CLEAR   VALUE "C", "c".
           88 WS-ACTION-LIST    VALUE "L", "l".

       01  WS-CUSTOMER-CODE     PIC X(10).
       01  WS-NEW-REFERENCE     PIC X(20).
       01  WS-OWNER-CODE        PIC X(10).
       01  WS-LISTED-COUNT      PIC 9(5).

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O ARCHIVO-CLIENTES.
           IF FS-CLIENTES-OK
               PERFORM PROCESS-MENU UNTIL NOT WS-YES
               CLOSE ARCHIVO-CLIENTES
           ELSE
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "BANK-REFERENCE-ENTRY" TO ERP-PROGRAM
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
           DISPLAY "BANK PAYER REFERENCE MAINTENANCE".
           DISPLAY "S - SET REFERENCE | C - CLEAR REFERENCE | "
              "L - LIST REFERENCES".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-SET
                   PERFORM SET-REFERENCE
               WHEN WS-ACTION-CLEAR
                   PERFORM CLEAR-REFERENCE
               WHEN WS-ACTION-LIST
                   PERFORM LIST-REFERENCES
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

           DISPLAY " ".
           DISPLAY "DO YOU WANT TO CONTINUE? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       SET-REFERENCE.
           DISPLAY "CUSTOMER CODE: " WITH NO ADVANCING.
           ACCEPT WS-CUSTOMER-CODE.
           DISPLAY "BANK PAYER REFERENCE (20 characters): "
              WITH NO ADVANCING.
           ACCEPT WS-NEW-REFERENCE.
           IF WS-NEW-REFERENCE = SPACES
               DISPLAY "REFERENCE CANNOT BE BLANK - USE C TO CLEAR"
           ELSE
               PERFORM FIND-REFERENCE-OWNER
               IF WS-OWNER-CODE NOT = SPACES
                  AND WS-OWNER-CODE NOT = WS-CUSTOMER-CODE
                   DISPLAY "REFERENCE ALREADY HELD BY " WS-OWNER-CODE
               ELSE
                   PERFORM STORE-REFERENCE
               END-IF
           END-IF.

       FIND-REFERENCE-OWNER.
           MOVE SPACES TO WS-OWNER-CODE.
           MOVE LOW-VALUES TO CLAVE-CLIENTE.
           START ARCHIVO-CLIENTES KEY IS NOT LESS THAN CLAVE-CLIENTE
               INVALID KEY
                   SET FS-CLIENTES-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM CHECK-ONE-OWNER UNTIL FS-CLIENTES-EOF.
           MOVE "00" TO FS-CLIENTES.

       READ-NEXT-CUSTOMER.
           IF NOT FS-CLIENTES-EOF
               READ ARCHIVO-CLIENTES NEXT RECORD
                   AT END
                       SET FS-CLIENTES-EOF TO TRUE
               END-READ
           END-IF.

       CHECK-ONE-OWNER.
           IF CLIENTE-REF-BANCO = WS-NEW-REFERENCE
               MOVE CLAVE-CLIENTE TO WS-OWNER-CODE
           END-IF.
           PERFORM READ-NEXT-CUSTOMER.

       STORE-REFERENCE.
           MOVE WS-CUSTOMER-CODE TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "CUSTOMER NOT FOUND: " WS-CUSTOMER-CODE
               NOT INVALID KEY
                   IF CLIENTE-REF-BANCO NOT = SPACES
                       DISPLAY "REPLACING REFERENCE " CLIENTE-REF-BANCO
                   END-IF
                   MOVE WS-NEW-REFERENCE TO CLIENTE-REF-BANCO
                   REWRITE REGISTRO-CLIENTE
                       INVALID KEY
                           DISPLAY "ERROR UPDATING CUSTOMER: "
                              FS-CLIENTES
                           MOVE "BANK-REFERENCE-ENTRY" TO ERP-PROGRAM
                           MOVE "STORE-REFERENCE" TO ERP-PARAGRAPH
                           MOVE "clientes.idx" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CLIENTES TO ERP-STATUS
                           MOVE CLAVE-CLIENTE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY NOMBRE-CLIENTE " PAYS AS "
                              CLIENTE-REF-BANCO
                   END-REWRITE
           END-READ.

       CLEAR-REFERENCE.
           DISPLAY "CUSTOMER CODE: " WITH NO ADVANCING.
           ACCEPT WS-CUSTOMER-CODE.
           MOVE WS-CUSTOMER-CODE TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "CUSTOMER NOT FOUND: " WS-CUSTOMER-CODE
               NOT INVALID KEY
                   IF CLIENTE-REF-BANCO = SPACES
                       DISPLAY WS-CUSTOMER-CODE " HAS NO BANK "
                          "REFERENCE"
                   ELSE
                       MOVE SPACES TO CLIENTE-REF-BANCO
                       REWRITE REGISTRO-CLIENTE
                           INVALID KEY
                               DISPLAY "ERROR UPDATING CUSTOMER: "
                                  FS-CLIENTES
                               MOVE "BANK-REFERENCE-ENTRY"
                                  TO ERP-PROGRAM
                               MOVE "CLEAR-REFERENCE" TO ERP-PARAGRAPH
                               MOVE "clientes.idx" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-CLIENTES TO ERP-STATUS
                               MOVE CLAVE-CLIENTE TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               DISPLAY "REFERENCE CLEARED"
                       END-REWRITE
                   END-IF
           END-READ.

       LIST-REFERENCES.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE LOW-VALUES TO CLAVE-CLIENTE.
           START ARCHIVO-CLIENTES KEY IS NOT LESS THAN CLAVE-CLIENTE
               INVALID KEY
                   SET FS-CLIENTES-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM LIST-ONE-REFERENCE UNTIL FS-CLIENTES-EOF.
           DISPLAY "CUSTOMERS WITH A BANK REFERENCE: " WS-LISTED-COUNT.
           MOVE "00" TO FS-CLIENTES.

       LIST-ONE-REFERENCE.
           IF CLIENTE-REF-BANCO NOT = SPACES
               ADD 1 TO WS-LISTED-COUNT
               DISPLAY CLAVE-CLIENTE " " CLIENTE-REF-BANCO " "
                  NOMBRE-CLIENTE
           END-IF.
           PERFORM READ-NEXT-CUSTOMER.
