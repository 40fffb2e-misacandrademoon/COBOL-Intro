      ******************************************************************
      * Author:
      * Date:
      * Purpose: Exemption certificate check and exempt-sale log all
      *          selling programs share, in the mold of RESERVE-
      *          MANAGER. CALLed with an action byte: C checks the
      *          customer against TAXEXEMPT.DAT for the given date and
      *          returns V (certificate valid - charge no tax), X
      *          (certificate expired - warn and tax as usual) or N
      *          (no certificate), with the certificate number, type
      *          and expiry; L appends one untaxed sale line to
      *          TAXEXSAL.DAT so TAX-REMITTANCE-REPORT can show exempt
      *          sales separately with their certificate numbers, and
      *          GL-DAILY-JOURNAL and INVOICE-REPRINT can leave the
      *          line untaxed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-EXEMPT-MANAGER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXEXEMPT-FILE ASSIGN TO "TAXEXEMPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXE-CLAVE-CLIENTE
               FILE STATUS IS FS-TAXEXEMPT.

           SELECT TAXEXSAL-FILE ASSIGN TO "TAXEXSAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TAXEXSAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TAXEXEMPT-FILE.
       COPY TAXEXEMPT-RECORD.

       FD  TAXEXSAL-FILE.
       COPY TAXEXSAL-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-TAXEXEMPT         PIC XX.
           88 FS-TAXEXEMPT-OK   VALUE "00".

       01  FS-TAXEXSAL          PIC XX.
           88 FS-TAXEXSAL-OK    VALUE "00".
           88 FS-TAXEXSAL-NOT-EXIST VALUE "35".

       COPY ERRLOG-PARMS.

       LINKAGE SECTION.
       01  LNK-ACTION           PIC X.
           88 LNK-ACTION-CHECK  VALUE "C".
           88 LNK-ACTION-LOG    VALUE "L".
       01  LNK-CLAVE-CLIENTE    PIC X(10).
       01  LNK-FECHA            PIC 9(8).
       01  LNK-SALE-NUMBER      PIC 9(8).
       01  LNK-TICKET           PIC 9(6).
       01  LNK-TAX-CLASS        PIC X.
       01  LNK-NET-AMOUNT       PIC S9(9)V99.
       01  LNK-CERTIFICATE      PIC X(20).
       01  LNK-TYPE             PIC X.
       01  LNK-EXPIRY           PIC 9(8).
       01  LNK-RESULT           PIC X.
           88 LNK-EXEMPT-VALID  VALUE "V".
           88 LNK-EXEMPT-EXPIRED VALUE "X".
           88 LNK-NOT-EXEMPT    VALUE "N".

       PROCEDURE DIVISION USING LNK-ACTION LNK-CLAVE-CLIENTE LNK-FECHA
           LNK-SALE-NUMBER LNK-TICKET LNK-TAX-CLASS LNK-NET-AMOUNT
           LNK-CERTIFICATE LNK-TYPE LNK-EXPIRY LNK-RESULT.
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN LNK-ACTION-CHECK
                   PERFORM CHECK-CERTIFICATE
               WHEN LNK-ACTION-LOG
                   PERFORM LOG-EXEMPT-SALE
               WHEN OTHER
                   DISPLAY "TAX-EXEMPT-MANAGER: INVALID ACTION "
                      LNK-ACTION
                   MOVE "N" TO LNK-RESULT
           END-EVALUATE.
           GOBACK.

       CHECK-CERTIFICATE.
           SET LNK-NOT-EXEMPT TO TRUE.
           MOVE SPACES TO LNK-CERTIFICATE LNK-TYPE.
           MOVE ZERO TO LNK-EXPIRY.
           IF LNK-CLAVE-CLIENTE = SPACES
               GOBACK
           END-IF.
           OPEN INPUT TAXEXEMPT-FILE.
           IF NOT FS-TAXEXEMPT-OK
               GOBACK
           END-IF.
           MOVE LNK-CLAVE-CLIENTE TO TXE-CLAVE-CLIENTE.
           READ TAXEXEMPT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TXE-CERTIFICATE TO LNK-CERTIFICATE
                   MOVE TXE-TYPE TO LNK-TYPE
                   MOVE TXE-EXPIRY TO LNK-EXPIRY
                   IF TXE-EXPIRY < LNK-FECHA
                       SET LNK-EXEMPT-EXPIRED TO TRUE
                   ELSE
                       SET LNK-EXEMPT-VALID TO TRUE
                   END-IF
           END-READ.
           CLOSE TAXEXEMPT-FILE.

       LOG-EXEMPT-SALE.
           MOVE "N" TO LNK-RESULT.
           OPEN EXTEND TAXEXSAL-FILE.
           IF FS-TAXEXSAL-NOT-EXIST
               OPEN OUTPUT TAXEXSAL-FILE
           END-IF.
           IF NOT FS-TAXEXSAL-OK
               DISPLAY "ERROR OPENING TAXEXSAL.DAT: " FS-TAXEXSAL
               MOVE "TAX-EXEMPT-MANAGER" TO ERP-PROGRAM
               MOVE "LOG-EXEMPT-SALE" TO ERP-PARAGRAPH
               MOVE "TAXEXSAL.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-TAXEXSAL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               GOBACK
           END-IF.
           MOVE LNK-FECHA TO TXS-FECHA.
           MOVE LNK-SALE-NUMBER TO TXS-SALE-NUMBER.
           MOVE LNK-TICKET TO TXS-TICKET.
           MOVE LNK-CLAVE-CLIENTE TO TXS-CLAVE-CLIENTE.
           MOVE LNK-CERTIFICATE TO TXS-CERTIFICATE.
           MOVE LNK-TYPE TO TXS-TYPE.
           MOVE LNK-TAX-CLASS TO TXS-TAX-CLASS.
           MOVE LNK-NET-AMOUNT TO TXS-NET-AMOUNT.
           WRITE TAXEXSAL-RECORD.
           IF FS-TAXEXSAL-OK
               MOVE "Y" TO LNK-RESULT
           ELSE
               DISPLAY "ERROR WRITING TAXEXSAL.DAT: " FS-TAXEXSAL
               MOVE "TAX-EXEMPT-MANAGER" TO ERP-PROGRAM
               MOVE "LOG-EXEMPT-SALE" TO ERP-PARAGRAPH
               MOVE "TAXEXSAL.DAT" TO ERP-FILE
               MOVE "WRITE" TO ERP-OPERATION
               MOVE FS-TAXEXSAL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           CLOSE TAXEXSAL-FILE.
