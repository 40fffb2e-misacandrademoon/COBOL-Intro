      ******************************************************************
      * Author:
      * Date:
      * Purpose: Folds a supplier invoice price variance into the
      *          moving-average PROD-COST, shared by
      *          SUPPLIER-INVOICE-ENTRY and SUPPLIER-INVOICE-IMPORT in
      *          the mold of INVOICE-LINE-MATCH. CALLed for an invoice
      *          line approved for payment with its PO reference,
      *          product, billed quantity and price and the invoice as
      *          source document. The variance is the billed price
      *          less the PO-UNIT-COST RECEIVING costed the goods at;
      *          for the billed units still on hand (sellable or in
      *          quarantine) it is spread over all units on hand, the
      *          rest having already gone to cost of goods. The change
      *          is written to COSTHIST.DAT through COST-HISTORY-WRITER
      *          and to AUDIT.LOG as a cost change, so a roll forward
      *          of PRODUCTS.DAT replays it.
      *          Returns Y when the average moved, N when there was no
      *          variance or nothing on hand, E when PRODUCTS.DAT
      *          could not be updated.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-VARIANCE-APPLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHORD-FILE ASSIGN TO "PURCHORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS FS-PURCHORD.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHORD-FILE.
       COPY PURCHORD-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  AUDIT-LOG-FILE.
       COPY AUDIT-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-PURCHORD          PIC XX.
           88 FS-PURCHORD-OK    VALUE "00".
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
       01  FS-AUDIT-LOG         PIC XX.
           88 FS-AUDIT-OK       VALUE "00".
           88 FS-AUDIT-NOT-EXIST VALUE "35".

       01  WS-PO-COST           PIC 9(7)V99 VALUE ZERO.
       01  WS-ON-HAND           PIC 9(7).
       01  WS-VARIANCE-UNITS    PIC 9(7).
       01  WS-NEW-COST          PIC S9(7)V99.

       01  WS-CH-OLD-COST       PIC 9(7)V99.
       01  WS-CH-NEW-COST       PIC 9(7)V99.
       01  WS-CH-QTY            PIC 9(7).
       01  WS-CH-SOURCE         PIC X VALUE "V".
       01  WS-CH-RESULT         PIC X.

       01  WS-LOCK-ACTION       PIC X.
       01  WS-LOCK-NAME         PIC X(12) VALUE "PRODUCTS".
       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

       COPY ERRLOG-PARMS.

       LINKAGE SECTION.
       01  LNK-PO-NUMBER        PIC 9(6).
       01  LNK-PO-LINE          PIC 9(3).
       01  LNK-PROD-CODE        PIC X(5).
       01  LNK-QTY              PIC 9(5).
       01  LNK-UNIT-PRICE       PIC 9(7)V99.
       01  LNK-DOCUMENT         PIC X(20).
       01  LNK-RESULT           PIC X.

       PROCEDURE DIVISION USING LNK-PO-NUMBER LNK-PO-LINE
              LNK-PROD-CODE LNK-QTY LNK-UNIT-PRICE LNK-DOCUMENT
              LNK-RESULT.
       MAIN-PROCEDURE.
           MOVE "N" TO LNK-RESULT.
           MOVE ZERO TO WS-PO-COST.
           OPEN INPUT PURCHORD-FILE.
           IF FS-PURCHORD-OK
               MOVE LNK-PO-NUMBER TO PO-NUMBER
               MOVE LNK-PO-LINE TO PO-LINE
               READ PURCHORD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PO-UNIT-COST TO WS-PO-COST
               END-READ
               CLOSE PURCHORD-FILE
           END-IF.
           IF WS-PO-COST > ZERO AND WS-PO-COST NOT = LNK-UNIT-PRICE
               PERFORM ADJUST-AVERAGE-COST
           END-IF.
           GOBACK.

       ADJUST-AVERAGE-COST.
           MOVE "T" TO WS-LOCK-ACTION.
           MOVE "COST-VARIANCE" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "PRODUCTS.DAT IN USE BY " WS-LOCK-HOLDER
                  " - COST VARIANCE NOT APPLIED FOR " LNK-PROD-CODE
               MOVE "E" TO LNK-RESULT
           ELSE
               OPEN I-O PRODUCTS-FILE
               IF FS-PRODUCTS-OK
                   MOVE LNK-PROD-CODE TO PROD-CODE
                   READ PRODUCTS-FILE
                       INVALID KEY
                           MOVE "E" TO LNK-RESULT
                       NOT INVALID KEY
                           PERFORM APPLY-VARIANCE
                   END-READ
                   CLOSE PRODUCTS-FILE
               ELSE
                   DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
                   MOVE "COST-VARIANCE-APPLY" TO ERP-PROGRAM
                   MOVE "ADJUST-AVERAGE-COST" TO ERP-PARAGRAPH
                   MOVE "PRODUCTS.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-PRODUCTS TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   MOVE "E" TO LNK-RESULT
               END-IF
               MOVE "R" TO WS-LOCK-ACTION
               MOVE "COST-VARIANCE" TO WS-LOCK-HOLDER
               CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
                  WS-LOCK-HOLDER WS-LOCK-RESULT
           END-IF.

       APPLY-VARIANCE.
           COMPUTE WS-ON-HAND = PROD-STOCK + PROD-QUARANTINE.
           IF WS-ON-HAND > ZERO
               IF LNK-QTY < WS-ON-HAND
                   MOVE LNK-QTY TO WS-VARIANCE-UNITS
               ELSE
                   MOVE WS-ON-HAND TO WS-VARIANCE-UNITS
               END-IF
               COMPUTE WS-NEW-COST ROUNDED = PROD-COST +
                  (LNK-UNIT-PRICE - WS-PO-COST) * WS-VARIANCE-UNITS
                  / WS-ON-HAND
               IF WS-NEW-COST < ZERO
                   MOVE ZERO TO WS-NEW-COST
               END-IF
               MOVE PROD-COST TO WS-CH-OLD-COST
               MOVE WS-NEW-COST TO PROD-COST
               REWRITE PRODUCTS-RECORD
               IF FS-PRODUCTS-OK
                   PERFORM WRITE-COST-AUDIT
                   MOVE PROD-COST TO WS-CH-NEW-COST
                   MOVE WS-ON-HAND TO WS-CH-QTY
                   CALL "COST-HISTORY-WRITER" USING PROD-CODE
                      WS-CH-OLD-COST WS-CH-NEW-COST WS-CH-QTY
                      WS-CH-SOURCE LNK-DOCUMENT WS-CH-RESULT
                   MOVE "Y" TO LNK-RESULT
               ELSE
                   MOVE "E" TO LNK-RESULT
               END-IF
           END-IF.

      * Cost changes carry the cost in the price fields of the image,
      * as RECEIVING logs them.
       WRITE-COST-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF FS-AUDIT-NOT-EXIST
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF FS-AUDIT-OK
               CALL "AUDIT-NEXT-SEQ" USING AUDIT-SEQ
               ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT AUDIT-TIME FROM TIME
               MOVE "COST-VARIANCE" TO AUDIT-PROGRAM
               MOVE "L" TO AUDIT-ACTION
               MOVE PROD-CODE TO AUDIT-CODE
               MOVE PROD-NAME TO AUDIT-BEFORE-NAME AUDIT-AFTER-NAME
               MOVE WS-CH-OLD-COST TO AUDIT-BEFORE-PRICE
               MOVE PROD-COST TO AUDIT-AFTER-PRICE
               MOVE PROD-STOCK TO AUDIT-BEFORE-STOCK AUDIT-AFTER-STOCK
               WRITE AUDIT-RECORD
               CLOSE AUDIT-LOG-FILE
           ELSE
               DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "COST-VARIANCE-APPLY" TO ERP-PROGRAM
               MOVE "WRITE-COST-AUDIT" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE PROD-CODE TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
