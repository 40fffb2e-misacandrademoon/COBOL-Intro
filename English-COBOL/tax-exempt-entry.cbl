      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintains TAXEXEMPT.DAT, the exemption certificate
      *          held for each tax-exempt customer on clientes.idx
      *          (certificate number, exemption type and expiry
      *          date). While the certificate is current, CREATE-SELLS,
      *          SALES-BATCH-INTAKE and the invoice charge that
      *          customer no tax; once it has expired they warn and
      *          tax the sale as usual. The listing flags expired
      *          certificates so they can be chased for renewal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-EXEMPT-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXEXEMPT-FILE ASSIGN TO "TAXEXEMPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXE-CLAVE-CLIENTE
               FILE STATUS IS FS-TAXEXEMPT.

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CLIENTE
               FILE STATUS IS FS-CLIENTES.

       DATA DIVISION.
       FILE SECTION.
       FD  TAXEXEMPT-FILE.
       COPY TAXEXEMPT-RECORD.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-TAXEXEMPT         PIC XX.
           88 FS-OK             VALUE "00".
           88 FS-DUPLICATE      VALUE "22".
           88 FS-FILE-NOT-EXIST VALUE "35".
           88 FS-END-OF-FILE    VALUE "10".

       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".

       01  WS-ACTION            PIC X.
           88 WS-ACTION-ADD     VALUE "A", "a".
           88 WS-ACTION-UPDATE  VALUE "U", "u".
           88 WS-ACTION-DELETE  VALUE "D", "d".
           88 WS-ACTION-LIST    VALUE "L", "l".

       01  WS-CUSTOMER-CODE     PIC X(10).
       01  WS-CUSTOMER-OK       PIC X.
           88 WS-CUSTOMER-IS-OK VALUE "Y".
       01  WS-HOY               PIC 9(8).
       01  WS-STATUS-TEXT       PIC X(8).
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-EXPIRED-COUNT     PIC 9(3) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           PERFORM INITIALIZE-FILE.
           IF FS-OK
               PERFORM PROCESS-MENU UNTIL NOT WS-YES
           END-IF.
           PERFORM TERMINATE-FILE.
           STOP RUN.

       INITIALIZE-FILE.
           OPEN I-O TAXEXEMPT-FILE.
           IF FS-FILE-NOT-EXIST
               DISPLAY "CREATING NEW FILE..."
               OPEN OUTPUT TAXEXEMPT-FILE
               CLOSE TAXEXEMPT-FILE
               OPEN I-O TAXEXEMPT-FILE
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING TAXEXEMPT.DAT: " FS-TAXEXEMPT
               MOVE "TAX-EXEMPT-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "TAXEXEMPT.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-TAXEXEMPT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN INPUT ARCHIVO-CLIENTES
               IF NOT FS-CLIENTES-OK
                   DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
                   MOVE "TAX-EXEMPT-ENTRY" TO ERP-PROGRAM
                   MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
                   MOVE "clientes.idx" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-CLIENTES TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   MOVE FS-CLIENTES TO FS-TAXEXEMPT
               END-IF
           END-IF.

       PROCESS-MENU.
           DISPLAY " ".
           DISPLAY "TAX EXEMPTION CERTIFICATE MAINTENANCE".
           DISPLAY "A - ADD | U - UPDATE | D - DELETE | L - LIST".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM ADD-CERTIFICATE
               WHEN WS-ACTION-UPDATE
                   PERFORM UPDATE-CERTIFICATE
               WHEN WS-ACTION-DELETE
                   PERFORM DELETE-CERTIFICATE
               WHEN WS-ACTION-LIST
                   PERFORM LIST-CERTIFICATES
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

           DISPLAY " ".
           DISPLAY "DO YOU WANT TO CONTINUE? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       ADD-CERTIFICATE.
           DISPLAY "CUSTOMER CODE: " WITH NO ADVANCING.
           ACCEPT WS-CUSTOMER-CODE.
           PERFORM VALIDATE-CUSTOMER.
           IF WS-CUSTOMER-IS-OK
               MOVE WS-CUSTOMER-CODE TO TXE-CLAVE-CLIENTE
               PERFORM GET-CERTIFICATE-FIELDS
               WRITE TAXEXEMPT-RECORD
                   INVALID KEY
                       EVALUATE TRUE
                           WHEN FS-DUPLICATE
                               DISPLAY "ERROR: CERTIFICATE ALREADY ON "
                                  "FILE FOR " WS-CUSTOMER-CODE
                           WHEN OTHER
                               DISPLAY "ERROR WRITING RECORD: "
                                  FS-TAXEXEMPT
                               MOVE "TAX-EXEMPT-ENTRY" TO ERP-PROGRAM
                               MOVE "ADD-CERTIFICATE" TO ERP-PARAGRAPH
                               MOVE "TAXEXEMPT.DAT" TO ERP-FILE
                               MOVE "WRITE" TO ERP-OPERATION
                               MOVE FS-TAXEXEMPT TO ERP-STATUS
                               MOVE TXE-CLAVE-CLIENTE TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       END-EVALUATE
                   NOT INVALID KEY
                       DISPLAY "CERTIFICATE SUCCESSFULLY REGISTERED"
               END-WRITE
           END-IF.

       VALIDATE-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-OK.
           MOVE WS-CUSTOMER-CODE TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "CUSTOMER NOT FOUND: " WS-CUSTOMER-CODE
               NOT INVALID KEY
                   DISPLAY "CUSTOMER: " NOMBRE-CLIENTE
                   MOVE "Y" TO WS-CUSTOMER-OK
           END-READ.

       GET-CERTIFICATE-FIELDS.
           DISPLAY "CERTIFICATE NUMBER (20 characters): "
              WITH NO ADVANCING.
           ACCEPT TXE-CERTIFICATE.
           MOVE SPACE TO TXE-TYPE.
           PERFORM GET-EXEMPTION-TYPE UNTIL TXE-TYPE-VALID.
           DISPLAY "EXPIRY DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT TXE-EXPIRY.
           IF TXE-EXPIRY < WS-HOY
               DISPLAY "WARNING: CERTIFICATE IS ALREADY EXPIRED - "
                  "SALES WILL BE TAXED"
           END-IF.

       GET-EXEMPTION-TYPE.
           DISPLAY "TYPE (R-RESELLER C-CHARITY G-GOVERNMENT O-OTHER): "
              WITH NO ADVANCING.
           ACCEPT TXE-TYPE.
           MOVE FUNCTION UPPER-CASE(TXE-TYPE) TO TXE-TYPE.
           IF NOT TXE-TYPE-VALID
               DISPLAY "INVALID EXEMPTION TYPE"
           END-IF.

       UPDATE-CERTIFICATE.
           DISPLAY "CUSTOMER CODE TO UPDATE: " WITH NO ADVANCING.
           ACCEPT WS-CUSTOMER-CODE.
           MOVE WS-CUSTOMER-CODE TO TXE-CLAVE-CLIENTE.
           READ TAXEXEMPT-FILE
               INVALID KEY
                   DISPLAY "ERROR: NO CERTIFICATE ON FILE FOR - "
                      WS-CUSTOMER-CODE
               NOT INVALID KEY
                   DISPLAY "CURRENT CERTIFICATE: " TXE-CERTIFICATE
                      " TYPE " TXE-TYPE " EXPIRES " TXE-EXPIRY
                   PERFORM GET-CERTIFICATE-FIELDS
                   REWRITE TAXEXEMPT-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-TAXEXEMPT
                           MOVE "TAX-EXEMPT-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-CERTIFICATE" TO ERP-PARAGRAPH
                           MOVE "TAXEXEMPT.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-TAXEXEMPT TO ERP-STATUS
                           MOVE TXE-CLAVE-CLIENTE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "CERTIFICATE SUCCESSFULLY UPDATED"
                   END-REWRITE
           END-READ.

       DELETE-CERTIFICATE.
           DISPLAY "CUSTOMER CODE TO DELETE: " WITH NO ADVANCING.
           ACCEPT WS-CUSTOMER-CODE.
           MOVE WS-CUSTOMER-CODE TO TXE-CLAVE-CLIENTE.
           DELETE TAXEXEMPT-FILE
               INVALID KEY
                   DISPLAY "ERROR: NO CERTIFICATE ON FILE FOR - "
                      WS-CUSTOMER-CODE
               NOT INVALID KEY
                   DISPLAY "CERTIFICATE SUCCESSFULLY DELETED"
           END-DELETE.

       LIST-CERTIFICATES.
           MOVE ZERO TO WS-LISTED-COUNT WS-EXPIRED-COUNT.
           MOVE LOW-VALUES TO TXE-CLAVE-CLIENTE.
           START TAXEXEMPT-FILE KEY IS >= TXE-CLAVE-CLIENTE
               INVALID KEY
                   SET FS-END-OF-FILE TO TRUE
           END-START.
           PERFORM READ-NEXT-CERTIFICATE.
           PERFORM PRINT-CERTIFICATE-LINE UNTIL FS-END-OF-FILE.
           DISPLAY "CERTIFICATES ON FILE: " WS-LISTED-COUNT
              "  EXPIRED: " WS-EXPIRED-COUNT.
           MOVE "00" TO FS-TAXEXEMPT.

       READ-NEXT-CERTIFICATE.
           READ TAXEXEMPT-FILE NEXT RECORD
               AT END
                   SET FS-END-OF-FILE TO TRUE
           END-READ.

       PRINT-CERTIFICATE-LINE.
           IF TXE-EXPIRY < WS-HOY
               MOVE "EXPIRED" TO WS-STATUS-TEXT
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               MOVE "VALID" TO WS-STATUS-TEXT
           END-IF.
           DISPLAY TXE-CLAVE-CLIENTE " " TXE-CERTIFICATE " TYPE "
              TXE-TYPE " EXPIRES " TXE-EXPIRY " " WS-STATUS-TEXT.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM READ-NEXT-CERTIFICATE.

       TERMINATE-FILE.
           CLOSE TAXEXEMPT-FILE.
           CLOSE ARCHIVO-CLIENTES.
           DISPLAY "PROGRAM FINISHED.".
