      ******************************************************************
      * Author:
      * Date:
      * Purpose: The supplier invoice three-way match, shared by
      *          SUPPLIER-INVOICE-ENTRY for keyed invoices and
      *          SUPPLIER-INVOICE-IMPORT for the suppliers' invoice
      *          files, in the mold of SUSPENSE-WRITER. CALLed with one
      *          invoice line's PO reference, product, billed quantity
      *          and billed unit price; checks the PO line is on
      *          PURCHORD.DAT for the same product, the billed
      *          quantity against the quantity RECEIVING posted, and
      *          the billed price against PROD-COST within the
      *          tolerance. Returns A when the line may be approved
      *          for payment, or H with the reason it goes on match
      *          hold.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-LINE-MATCH.

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

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHORD-FILE.
       COPY PURCHORD-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-PURCHORD          PIC XX.
           88 FS-PURCHORD-OK    VALUE "00".
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  WS-TOLERANCE-PCT     PIC 9V99 VALUE 0.02.
       01  WS-PRICE-LIMIT       PIC 9(7)V99.
       01  WS-PRICE-EDIT        PIC Z(6)9.99.
       01  WS-COST-EDIT         PIC Z(6)9.99.

       LINKAGE SECTION.
       01  LNK-PO-NUMBER        PIC 9(6).
       01  LNK-PO-LINE          PIC 9(3).
       01  LNK-PROD-CODE        PIC X(5).
       01  LNK-QTY              PIC 9(5).
       01  LNK-UNIT-PRICE       PIC 9(7)V99.
       01  LNK-RESULT           PIC X.
       01  LNK-REASON           PIC X(40).

       PROCEDURE DIVISION USING LNK-PO-NUMBER LNK-PO-LINE
              LNK-PROD-CODE LNK-QTY LNK-UNIT-PRICE LNK-RESULT
              LNK-REASON.
       MAIN-PROCEDURE.
           MOVE "H" TO LNK-RESULT.
           MOVE SPACES TO LNK-REASON.
           OPEN INPUT PURCHORD-FILE.
           OPEN INPUT PRODUCTS-FILE.
           IF FS-PURCHORD-OK
               MOVE LNK-PO-NUMBER TO PO-NUMBER
               MOVE LNK-PO-LINE TO PO-LINE
               READ PURCHORD-FILE
                   INVALID KEY
                       MOVE "PO LINE NOT ON FILE" TO LNK-REASON
                   NOT INVALID KEY
                       PERFORM CHECK-MATCH-TOLERANCES
               END-READ
               CLOSE PURCHORD-FILE
           ELSE
               MOVE "PURCHORD.DAT NOT AVAILABLE" TO LNK-REASON
           END-IF.
           IF FS-PRODUCTS-OK
               CLOSE PRODUCTS-FILE
           END-IF.
           GOBACK.

       CHECK-MATCH-TOLERANCES.
           MOVE ZERO TO PROD-COST.
           IF FS-PRODUCTS-OK
               MOVE LNK-PROD-CODE TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       MOVE ZERO TO PROD-COST
               END-READ
           END-IF.
           COMPUTE WS-PRICE-LIMIT ROUNDED =
              PROD-COST * (1 + WS-TOLERANCE-PCT).
           EVALUATE TRUE
               WHEN LNK-PROD-CODE NOT = PO-PROD-CODE
                   STRING "BILLED " DELIMITED BY SIZE
                          LNK-PROD-CODE DELIMITED BY SIZE
                          " PO LINE IS FOR " DELIMITED BY SIZE
                          PO-PROD-CODE DELIMITED BY SIZE
                          INTO LNK-REASON
                   END-STRING
               WHEN LNK-QTY > PO-QTY-RECEIVED
                   STRING "BILLED " DELIMITED BY SIZE
                          LNK-QTY DELIMITED BY SIZE
                          " RECEIVED " DELIMITED BY SIZE
                          PO-QTY-RECEIVED DELIMITED BY SIZE
                          INTO LNK-REASON
                   END-STRING
               WHEN LNK-UNIT-PRICE > WS-PRICE-LIMIT
                   MOVE LNK-UNIT-PRICE TO WS-PRICE-EDIT
                   MOVE PROD-COST TO WS-COST-EDIT
                   STRING "PRICE" DELIMITED BY SIZE
                          WS-PRICE-EDIT DELIMITED BY SIZE
                          " OVER COST" DELIMITED BY SIZE
                          WS-COST-EDIT DELIMITED BY SIZE
                          " + TOL" DELIMITED BY SIZE
                          INTO LNK-REASON
                   END-STRING
               WHEN OTHER
                   MOVE "A" TO LNK-RESULT
           END-EVALUATE.
