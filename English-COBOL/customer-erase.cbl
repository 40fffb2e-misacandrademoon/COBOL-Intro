      ******************************************************************
      * Author:
      * Date:
      * Purpose: Erases a private customer's personal data on
      *          request. Refuses while the customer still has a
      *          balance or open items on ARITEM.DAT, open layaway
      *          lines on LAYAWAY.DAT, open backorders on
      *          BACKORDER.DAT, an unredeemed loyalty points balance,
      *          or stores billed to it as their parent account.
      *          Otherwise the name and phone on clientes.idx (the
      *          bank payer reference is cleared as well), every
      *          address on CUSTADDR.DAT and any rejected customer
      *          import line still held on SUSPENSE.DAT are replaced
      *          with the ** ERASED ** marker. The CLAVE-CLIENTE
      *          itself is kept, so the sales, ticket, serial, lot,
      *          layaway, quote and AR history still totals. Prints
      *          an erasure certificate, ERASE-<code>.TXT, listing
      *          every file and record changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ERASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT LAYAWAY-FILE ASSIGN TO "LAYAWAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAY-KEY
               FILE STATUS IS FS-LAYAWAY.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-NUMBER
               FILE STATUS IS FS-BACKORDER.

           SELECT CUSTADDR-FILE ASSIGN TO "CUSTADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADDR-KEY
               FILE STATUS IS FS-CUSTADDR.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-SEQ
               FILE STATUS IS FS-SUSPENSE.

           SELECT CERTIFICATE-FILE ASSIGN TO DYNAMIC WS-CERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERTIFICATE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       FD  ARITEM-FILE.
       COPY ARITEM-RECORD.

       FD  LAYAWAY-FILE.
       COPY LAYAWAY-RECORD.

       FD  BACKORDER-FILE.
       COPY BACKORDER-RECORD.

       FD  CUSTADDR-FILE.
       COPY CUSTADDR-RECORD.

       FD  SUSPENSE-FILE.
       COPY SUSPENSE-RECORD.

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".
           88 FS-CLIENTES-EOF   VALUE "10".

       01  FS-ARITEM            PIC XX.
           88 FS-ARITEM-OK      VALUE "00".
           88 FS-ARITEM-EOF     VALUE "10".

       01  FS-LAYAWAY           PIC XX.
           88 FS-LAYAWAY-OK     VALUE "00".
           88 FS-LAYAWAY-EOF    VALUE "10".

       01  FS-BACKORDER         PIC XX.
           88 FS-BACKORDER-OK   VALUE "00".
           88 FS-BACKORDER-EOF  VALUE "10".

       01  FS-CUSTADDR          PIC XX.
           88 FS-CUSTADDR-OK    VALUE "00".
           88 FS-CUSTADDR-EOF   VALUE "10".

       01  FS-SUSPENSE          PIC XX.
           88 FS-SUSPENSE-OK    VALUE "00".
           88 FS-SUSPENSE-EOF   VALUE "10".

       01  FS-CERTIFICATE       PIC XX.
           88 FS-CERTIFICATE-OK VALUE "00".

       01  WS-ERASED-MARKER     PIC X(12) VALUE "** ERASED **".

       01  WS-CUSTOMER-CODE     PIC X(10).
       01  WS-CUSTOMER-NAME     PIC X(30).
       01  WS-CERT-NAME         PIC X(30).
       01  WS-CONFIRM           PIC X.
           88 WS-CONFIRM-YES    VALUE "Y", "y".
       01  WS-REFUSED-FLAG      PIC X.
           88 WS-REFUSED        VALUE "Y".

       01  WS-OPEN-ITEMS        PIC 9(5) VALUE ZERO.
       01  WS-OPEN-LAYAWAYS     PIC 9(5) VALUE ZERO.
       01  WS-OPEN-BACKORDERS   PIC 9(5) VALUE ZERO.
       01  WS-STORE-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-ITEM-SCAN-DONE    PIC X.
           88 WS-ITEM-SCAN-IS-DONE VALUE "Y".
       01  WS-ADDR-SCAN-DONE    PIC X.
           88 WS-ADDR-SCAN-IS-DONE VALUE "Y".

       01  WS-ADDRESSES-ERASED  PIC 9(5) VALUE ZERO.
       01  WS-SUSPENSE-ERASED   PIC 9(5) VALUE ZERO.
       01  WS-RECORDS-CHANGED   PIC 9(5) VALUE ZERO.
       01  WS-SUS-KEY           PIC X(10).

       01  WS-SALDO-EDIT        PIC -(6)9.99.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-TIME          PIC 9(8).

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM OPEN-FILES.
           IF FS-CLIENTES-OK
               PERFORM GET-CUSTOMER
               IF WS-CONFIRM-YES
                   PERFORM OPEN-CERTIFICATE
               END-IF
               IF WS-CONFIRM-YES AND FS-CERTIFICATE-OK
                   PERFORM WRITE-CERTIFICATE-HEADER
                   PERFORM ERASE-CUSTOMER-RECORD
                   PERFORM ERASE-ADDRESSES
                   PERFORM ERASE-SUSPENSE-LINES
                   PERFORM WRITE-CERTIFICATE-TRAILER
                   CLOSE CERTIFICATE-FILE
                   DISPLAY "ERASURE COMPLETE - CERTIFICATE ON "
                      WS-CERT-NAME
               ELSE
                   DISPLAY "ERASURE NOT DONE - NOTHING CHANGED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN I-O ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "CUSTOMER-ERASE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARITEM-FILE.
           OPEN INPUT LAYAWAY-FILE.
           OPEN INPUT BACKORDER-FILE.
           OPEN I-O CUSTADDR-FILE.
           OPEN I-O SUSPENSE-FILE.

       GET-CUSTOMER.
           MOVE "N" TO WS-CONFIRM.
           DISPLAY "CUSTOMER CODE TO ERASE (10 characters): "
              WITH NO ADVANCING.
           ACCEPT WS-CUSTOMER-CODE.
           MOVE WS-CUSTOMER-CODE TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE: " WS-CUSTOMER-CODE
               NOT INVALID KEY
                   MOVE NOMBRE-CLIENTE TO WS-CUSTOMER-NAME
                   PERFORM CHECK-CAN-ERASE
                   IF NOT WS-REFUSED
                       DISPLAY "ERASING " WS-CUSTOMER-CODE " "
                          WS-CUSTOMER-NAME
                       DISPLAY "THIS CANNOT BE UNDONE - PROCEED? "
                          "(Y/N): " WITH NO ADVANCING
                       ACCEPT WS-CONFIRM
                   END-IF
           END-READ.

      * Anything still owed either way, or still to be collected or
      * delivered, keeps the customer's details on file
       CHECK-CAN-ERASE.
           MOVE "N" TO WS-REFUSED-FLAG.
           IF NOMBRE-CLIENTE = WS-ERASED-MARKER
               DISPLAY "REFUSED - CUSTOMER ALREADY ERASED"
               MOVE "Y" TO WS-REFUSED-FLAG
           END-IF.
           IF CLIENTE-SALDO NOT = ZERO
               MOVE CLIENTE-SALDO TO WS-SALDO-EDIT
               DISPLAY "REFUSED - ACCOUNT BALANCE " WS-SALDO-EDIT
               MOVE "Y" TO WS-REFUSED-FLAG
           END-IF.
           IF CLIENTE-PUNTOS > ZERO
               DISPLAY "REFUSED - " CLIENTE-PUNTOS
                  " LOYALTY POINTS NOT YET REDEEMED"
               MOVE "Y" TO WS-REFUSED-FLAG
           END-IF.
           PERFORM COUNT-OPEN-ITEMS.
           IF WS-OPEN-ITEMS > ZERO
               DISPLAY "REFUSED - " WS-OPEN-ITEMS
                  " OPEN ITEMS ON ARITEM.DAT"
               MOVE "Y" TO WS-REFUSED-FLAG
           END-IF.
           PERFORM COUNT-OPEN-LAYAWAYS.
           IF WS-OPEN-LAYAWAYS > ZERO
               DISPLAY "REFUSED - " WS-OPEN-LAYAWAYS
                  " OPEN LAYAWAY LINES"
               MOVE "Y" TO WS-REFUSED-FLAG
           END-IF.
           PERFORM COUNT-OPEN-BACKORDERS.
           IF WS-OPEN-BACKORDERS > ZERO
               DISPLAY "REFUSED - " WS-OPEN-BACKORDERS
                  " OPEN BACKORDERS"
               MOVE "Y" TO WS-REFUSED-FLAG
           END-IF.
           PERFORM COUNT-LINKED-STORES.
           IF WS-STORE-COUNT > ZERO
               DISPLAY "REFUSED - PARENT ACCOUNT OF " WS-STORE-COUNT
                  " STORES - UNLINK THEM IN CUSTOMER-GROUP-ENTRY"
               MOVE "Y" TO WS-REFUSED-FLAG
           END-IF.
           MOVE WS-CUSTOMER-CODE TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   MOVE "Y" TO WS-REFUSED-FLAG
           END-READ.

       COUNT-OPEN-ITEMS.
           IF FS-ARITEM-OK
               MOVE "N" TO WS-ITEM-SCAN-DONE
               MOVE WS-CUSTOMER-CODE TO ARI-CLAVE-CLIENTE
               MOVE ZERO TO ARI-ITEM-NUMBER
               START ARITEM-FILE KEY IS >= ARI-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ITEM-SCAN-DONE
               END-START
               PERFORM COUNT-ONE-ITEM UNTIL WS-ITEM-SCAN-IS-DONE
               MOVE "00" TO FS-ARITEM
           END-IF.

       COUNT-ONE-ITEM.
           READ ARITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ITEM-SCAN-DONE
               NOT AT END
                   IF ARI-CLAVE-CLIENTE NOT = WS-CUSTOMER-CODE
                       MOVE "Y" TO WS-ITEM-SCAN-DONE
                   ELSE
                       IF ARI-OPEN AND ARI-OPEN-AMOUNT > ZERO
                           ADD 1 TO WS-OPEN-ITEMS
                       END-IF
                   END-IF
           END-READ.

       COUNT-OPEN-LAYAWAYS.
           IF FS-LAYAWAY-OK
               PERFORM READ-NEXT-LAYAWAY
               PERFORM COUNT-ONE-LAYAWAY UNTIL FS-LAYAWAY-EOF
           END-IF.

       READ-NEXT-LAYAWAY.
           READ LAYAWAY-FILE NEXT RECORD
               AT END
                   SET FS-LAYAWAY-EOF TO TRUE
           END-READ.

       COUNT-ONE-LAYAWAY.
           IF LAY-CLAVE-CLIENTE = WS-CUSTOMER-CODE AND LAY-OPEN
               ADD 1 TO WS-OPEN-LAYAWAYS
           END-IF.
           PERFORM READ-NEXT-LAYAWAY.

       COUNT-OPEN-BACKORDERS.
           IF FS-BACKORDER-OK
               PERFORM READ-NEXT-BACKORDER
               PERFORM COUNT-ONE-BACKORDER UNTIL FS-BACKORDER-EOF
           END-IF.

       READ-NEXT-BACKORDER.
           READ BACKORDER-FILE NEXT RECORD
               AT END
                   SET FS-BACKORDER-EOF TO TRUE
           END-READ.

       COUNT-ONE-BACKORDER.
           IF BO-CLAVE-CLIENTE = WS-CUSTOMER-CODE AND BO-OPEN
               ADD 1 TO WS-OPEN-BACKORDERS
           END-IF.
           PERFORM READ-NEXT-BACKORDER.

       COUNT-LINKED-STORES.
           MOVE LOW-VALUES TO CLAVE-CLIENTE.
           START ARCHIVO-CLIENTES KEY IS NOT LESS THAN CLAVE-CLIENTE
               INVALID KEY
                   SET FS-CLIENTES-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM COUNT-ONE-STORE UNTIL FS-CLIENTES-EOF.
           MOVE "00" TO FS-CLIENTES.

       READ-NEXT-CUSTOMER.
           IF NOT FS-CLIENTES-EOF
               READ ARCHIVO-CLIENTES NEXT RECORD
                   AT END
                       SET FS-CLIENTES-EOF TO TRUE
               END-READ
           END-IF.

       COUNT-ONE-STORE.
           IF CLIENTE-PADRE = WS-CUSTOMER-CODE
               ADD 1 TO WS-STORE-COUNT
           END-IF.
           PERFORM READ-NEXT-CUSTOMER.

       OPEN-CERTIFICATE.
           MOVE SPACES TO WS-CERT-NAME.
           STRING "ERASE-" DELIMITED BY SIZE
                  WS-CUSTOMER-CODE DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
              INTO WS-CERT-NAME
           END-STRING.
           OPEN OUTPUT CERTIFICATE-FILE.
           IF NOT FS-CERTIFICATE-OK
               DISPLAY "ERROR CREATING " WS-CERT-NAME ": "
                  FS-CERTIFICATE
               MOVE "CUSTOMER-ERASE" TO ERP-PROGRAM
               MOVE "OPEN-CERTIFICATE" TO ERP-PARAGRAPH
               MOVE WS-CERT-NAME TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CERTIFICATE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       ERASE-CUSTOMER-RECORD.
           MOVE WS-ERASED-MARKER TO NOMBRE-CLIENTE.
           MOVE WS-ERASED-MARKER TO TELEFONO.
           MOVE SPACES TO CLIENTE-REF-BANCO.
           REWRITE REGISTRO-CLIENTE
               INVALID KEY
                   DISPLAY "ERROR ERASING CUSTOMER: " FS-CLIENTES
                   MOVE "CUSTOMER-ERASE" TO ERP-PROGRAM
                   MOVE "ERASE-CUSTOMER-RECORD" TO ERP-PARAGRAPH
                   MOVE "clientes.idx" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-CLIENTES TO ERP-STATUS
                   MOVE CLAVE-CLIENTE TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-CHANGED
                   MOVE SPACES TO CERTIFICATE-LINE
                   STRING "clientes.idx  CUSTOMER " DELIMITED BY SIZE
                          CLAVE-CLIENTE DELIMITED BY SIZE
                          " - NAME, PHONE, BANK REFERENCE ERASED"
                             DELIMITED BY SIZE
                      INTO CERTIFICATE-LINE
                   END-STRING
                   WRITE CERTIFICATE-LINE
           END-REWRITE.

       ERASE-ADDRESSES.
           IF FS-CUSTADDR-OK
               MOVE "N" TO WS-ADDR-SCAN-DONE
               MOVE WS-CUSTOMER-CODE TO CADDR-CLAVE-CLIENTE
               MOVE ZERO TO CADDR-NUMBER
               START CUSTADDR-FILE KEY IS >= CADDR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ADDR-SCAN-DONE
               END-START
               PERFORM ERASE-ONE-ADDRESS UNTIL WS-ADDR-SCAN-IS-DONE
               MOVE "00" TO FS-CUSTADDR
           END-IF.

       ERASE-ONE-ADDRESS.
           READ CUSTADDR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ADDR-SCAN-DONE
               NOT AT END
                   IF CADDR-CLAVE-CLIENTE NOT = WS-CUSTOMER-CODE
                       MOVE "Y" TO WS-ADDR-SCAN-DONE
                   ELSE
                       PERFORM REWRITE-ERASED-ADDRESS
                   END-IF
           END-READ.

       REWRITE-ERASED-ADDRESS.
           MOVE WS-ERASED-MARKER TO CADDR-NAME.
           MOVE WS-ERASED-MARKER TO CADDR-LINE-1.
           MOVE SPACES TO CADDR-LINE-2.
           MOVE SPACES TO CADDR-CITY.
           MOVE SPACES TO CADDR-POSTAL-CODE.
           REWRITE CUSTADDR-RECORD
               INVALID KEY
                   DISPLAY "ERROR ERASING ADDRESS " CADDR-NUMBER
                      ": " FS-CUSTADDR
                   MOVE "CUSTOMER-ERASE" TO ERP-PROGRAM
                   MOVE "REWRITE-ERASED-ADDRESS" TO ERP-PARAGRAPH
                   MOVE "CUSTADDR.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-CUSTADDR TO ERP-STATUS
                   MOVE CADDR-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-ADDRESSES-ERASED
                   ADD 1 TO WS-RECORDS-CHANGED
                   MOVE SPACES TO CERTIFICATE-LINE
                   STRING "CUSTADDR.DAT  ADDRESS " DELIMITED BY SIZE
                          CADDR-NUMBER DELIMITED BY SIZE
                          " - NAME AND ADDRESS ERASED"
                             DELIMITED BY SIZE
                      INTO CERTIFICATE-LINE
                   END-STRING
                   WRITE CERTIFICATE-LINE
           END-REWRITE.

      * Rejected CUSTOMER-IMPORT lines keep the whole CSV line, name
      * and phone included; the line is masked and the entry closed
       ERASE-SUSPENSE-LINES.
           IF FS-SUSPENSE-OK
               PERFORM READ-NEXT-SUSPENSE
               PERFORM ERASE-ONE-SUSPENSE-LINE UNTIL FS-SUSPENSE-EOF
           END-IF.

       READ-NEXT-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET FS-SUSPENSE-EOF TO TRUE
           END-READ.

       ERASE-ONE-SUSPENSE-LINE.
           IF SUS-SOURCE = "CUSTOMER-IMPORT"
               MOVE SPACES TO WS-SUS-KEY
               UNSTRING SUS-DATA DELIMITED BY ","
                  INTO WS-SUS-KEY
               END-UNSTRING
               IF WS-SUS-KEY = WS-CUSTOMER-CODE
                   PERFORM REWRITE-ERASED-SUSPENSE
               END-IF
           END-IF.
           PERFORM READ-NEXT-SUSPENSE.

       REWRITE-ERASED-SUSPENSE.
           MOVE SPACES TO SUS-DATA.
           STRING WS-CUSTOMER-CODE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-ERASED-MARKER DELIMITED BY SIZE
              INTO SUS-DATA
           END-STRING.
           SET SUS-CLEARED TO TRUE.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "ERROR ERASING SUSPENSE ENTRY " SUS-SEQ
                      ": " FS-SUSPENSE
                   MOVE "CUSTOMER-ERASE" TO ERP-PROGRAM
                   MOVE "REWRITE-ERASED-SUSPENSE" TO ERP-PARAGRAPH
                   MOVE "SUSPENSE.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-SUSPENSE TO ERP-STATUS
                   MOVE SUS-SEQ TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-SUSPENSE-ERASED
                   ADD 1 TO WS-RECORDS-CHANGED
                   MOVE SPACES TO CERTIFICATE-LINE
                   STRING "SUSPENSE.DAT  ENTRY " DELIMITED BY SIZE
                          SUS-SEQ DELIMITED BY SIZE
                          " - REJECTED IMPORT LINE ERASED"
                             DELIMITED BY SIZE
                      INTO CERTIFICATE-LINE
                   END-STRING
                   WRITE CERTIFICATE-LINE
           END-REWRITE.

       WRITE-CERTIFICATE-HEADER.
           MOVE ALL "=" TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "CERTIFICATE OF ERASURE - CUSTOMER " DELIMITED BY SIZE
                  WS-CUSTOMER-CODE DELIMITED BY SIZE
              INTO CERTIFICATE-LINE
           END-STRING.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "ERASED ON " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " AT " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
              INTO CERTIFICATE-LINE
           END-STRING.
           WRITE CERTIFICATE-LINE.
           MOVE ALL "-" TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.

       WRITE-CERTIFICATE-TRAILER.
           MOVE ALL "-" TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "RECORDS CHANGED: " DELIMITED BY SIZE
                  WS-RECORDS-CHANGED DELIMITED BY SIZE
                  "  ADDRESSES: " DELIMITED BY SIZE
                  WS-ADDRESSES-ERASED DELIMITED BY SIZE
                  "  SUSPENSE: " DELIMITED BY SIZE
                  WS-SUSPENSE-ERASED DELIMITED BY SIZE
              INTO CERTIFICATE-LINE
           END-STRING.
           WRITE CERTIFICATE-LINE.
           MOVE "CUSTOMER CODE KEPT FOR HISTORY ON SELLS.DAT, "
              TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE "TICKETS.DAT, SERIAL.DAT, SALELOTS.DAT, LAYAWAY.DAT,"
              TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE "QUOTES.DAT, ARITEM.DAT AND ARPAY.DAT - NO PERSONAL "
              TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE "DATA IS HELD ON THOSE FILES."
              TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE ALL "=" TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.

       CLOSE-FILES.
           IF FS-CLIENTES-OK OR FS-CLIENTES-EOF
               CLOSE ARCHIVO-CLIENTES
           END-IF.
           IF FS-ARITEM-OK OR FS-ARITEM-EOF
               CLOSE ARITEM-FILE
           END-IF.
           IF FS-LAYAWAY-OK OR FS-LAYAWAY-EOF
               CLOSE LAYAWAY-FILE
           END-IF.
           IF FS-BACKORDER-OK OR FS-BACKORDER-EOF
               CLOSE BACKORDER-FILE
           END-IF.
           IF FS-CUSTADDR-OK OR FS-CUSTADDR-EOF
               CLOSE CUSTADDR-FILE
           END-IF.
           IF FS-SUSPENSE-OK OR FS-SUSPENSE-EOF
               CLOSE SUSPENSE-FILE
           END-IF.
