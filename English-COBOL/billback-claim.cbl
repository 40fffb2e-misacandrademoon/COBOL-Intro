      ******************************************************************
      * Author:
      * Date:
      * Purpose: Vendor-funded promotion billback claim run. For each
      *          promo on PROMO.DAT that carries supplier funding per
      *          unit, has ended before today and has not yet been
      *          claimed, counts the units sold at the promo price
      *          inside the promo window off SELLS.DAT (VENTA-PRECIO
      *          equal to PROMO-PRICE, less any units since returned)
      *          and files the claim on BILLBACK.DAT against the
      *          product's supplier. Each supplier's new claims are
      *          then printed as a claim statement on BILLBACK.PRT and
      *          posted to SUPPINV.DAT as a billback debit note
      *          (invoice number BB plus the claim date), which
      *          AP-PAYMENT-RUN deducts from the supplier's next
      *          payment. Claimed promos are stamped with the claim
      *          date so a promo is never claimed twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLBACK-CLAIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-FILE ASSIGN TO "PROMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-PROD-CODE
               FILE STATUS IS FS-PROMO.

           SELECT VENTAS-FILE ASSIGN TO "SELLS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTA-NUMERO
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT SUPPLIERS-FILE ASSIGN TO "SUPPLIERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPP-CODE
               FILE STATUS IS FS-SUPPLIERS.

           SELECT BILLBACK-FILE ASSIGN TO "BILLBACK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BB-KEY
               FILE STATUS IS FS-BILLBACK.

           SELECT SUPPINV-FILE ASSIGN TO "SUPPINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SINV-KEY
               FILE STATUS IS FS-SUPPINV.

           SELECT REPORT-FILE ASSIGN TO "BILLBACK.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMO-FILE.
       COPY PROMO-RECORD.

       FD  VENTAS-FILE.
       COPY VENTAS-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  SUPPLIERS-FILE.
       01  SUPPLIERS-RECORD.
           05 SUPP-CODE          PIC X(4).
           05 SUPP-NAME          PIC X(25).
           05 SUPP-CONTACT       PIC X(20).
           05 SUPP-LEAD-DAYS     PIC 9(3).
           05 SUPP-ORDER-DAYS    PIC X(7).
           05 SUPP-MIN-ORDER     PIC 9(7)V99.
           05 SUPP-FREE-FREIGHT  PIC 9(7)V99.

       FD  BILLBACK-FILE.
       COPY BILLBACK-RECORD.

       FD  SUPPINV-FILE.
       COPY SUPPINV-RECORD.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-PROMO             PIC XX.
           88 FS-PROMO-OK       VALUE "00".
           88 FS-PROMO-EOF      VALUE "10".
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
           88 FS-VENTAS-EOF     VALUE "10".
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
       01  FS-SUPPLIERS         PIC XX.
           88 FS-SUPPLIERS-OK   VALUE "00".
       01  FS-BILLBACK          PIC XX.
           88 FS-BILLBACK-OK    VALUE "00".
           88 FS-BILLBACK-EOF   VALUE "10".
           88 FS-BILLBACK-NOT-EXIST VALUE "35".
       01  FS-SUPPINV           PIC XX.
           88 FS-SUPPINV-OK     VALUE "00".
           88 FS-SUPPINV-NOT-EXIST VALUE "35".
       01  FS-REPORT            PIC XX.
           88 FS-REPORT-OK      VALUE "00".

       01  WS-TODAY             PIC 9(8).
       01  WS-SUPPLIERS-OPEN    PIC X VALUE "N".
           88 WS-HAVE-SUPPLIERS VALUE "Y".
       01  WS-CLAIM-UNITS       PIC 9(7).
       01  WS-SALE-UNITS        PIC 9(5).
       01  WS-SKIP-REASON       PIC X(30).

       01  WS-CURRENT-SUPPLIER  PIC X(4) VALUE SPACES.
       01  WS-DEBIT-NUMBER      PIC X(12).
       01  WS-LAST-LINE         PIC 9(3).
       01  WS-SCAN-DONE         PIC X.
           88 WS-SCAN-FINISHED  VALUE "Y".
       01  WS-SUPPLIER-TOTAL    PIC 9(9)V99 VALUE ZERO.
       01  WS-SUPPLIER-LINES    PIC 9(3) VALUE ZERO.

       01  WS-PROMOS-CHECKED    PIC 9(5) VALUE ZERO.
       01  WS-PROMOS-CLAIMED    PIC 9(5) VALUE ZERO.
       01  WS-PROMOS-NIL        PIC 9(5) VALUE ZERO.
       01  WS-PROMOS-SKIPPED    PIC 9(5) VALUE ZERO.
       01  WS-STATEMENT-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-RUN-TOTAL         PIC 9(11)V99 VALUE ZERO.

       01  WS-MONEY-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-FUND-EDIT         PIC ZZ,ZZ9.99.
       01  WS-PRICE-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-UNITS-EDIT        PIC ZZ,ZZ9.
       01  WS-COUNT-EDIT        PIC ZZ,ZZ9.
       01  WS-RUN-EDIT          PIC Z,ZZZ,ZZZ,ZZ9.99.

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           IF FS-PROMO-OK AND FS-VENTAS-OK AND FS-PRODUCTS-OK
              AND FS-BILLBACK-OK AND FS-SUPPINV-OK AND FS-REPORT-OK
               DISPLAY " "
               DISPLAY "PROMOTION BILLBACK CLAIM RUN"
               PERFORM PRINT-REPORT-HEADING
               MOVE LOW-VALUES TO PROMO-PROD-CODE
               START PROMO-FILE KEY IS >= PROMO-PROD-CODE
                   INVALID KEY
                       SET FS-PROMO-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-PROMO
               PERFORM CLAIM-ONE-PROMO UNTIL FS-PROMO-EOF
               PERFORM PRINT-CLAIM-STATEMENTS
               PERFORM PRINT-REPORT-TOTALS
               IF WS-PROMOS-SKIPPED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN I-O PROMO-FILE.
           IF NOT FS-PROMO-OK
               DISPLAY "ERROR OPENING PROMO.DAT: " FS-PROMO
               MOVE "BILLBACK-CLAIM" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PROMO.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PROMO TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "BILLBACK-CLAIM" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "BILLBACK-CLAIM" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT SUPPLIERS-FILE.
           IF FS-SUPPLIERS-OK
               SET WS-HAVE-SUPPLIERS TO TRUE
           END-IF.
           OPEN I-O BILLBACK-FILE.
           IF FS-BILLBACK-NOT-EXIST
               OPEN OUTPUT BILLBACK-FILE
               CLOSE BILLBACK-FILE
               OPEN I-O BILLBACK-FILE
           END-IF.
           IF NOT FS-BILLBACK-OK
               DISPLAY "ERROR OPENING BILLBACK.DAT: " FS-BILLBACK
               MOVE "BILLBACK-CLAIM" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "BILLBACK.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-BILLBACK TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O SUPPINV-FILE.
           IF FS-SUPPINV-NOT-EXIST
               OPEN OUTPUT SUPPINV-FILE
               CLOSE SUPPINV-FILE
               OPEN I-O SUPPINV-FILE
           END-IF.
           IF NOT FS-SUPPINV-OK
               DISPLAY "ERROR OPENING SUPPINV.DAT: " FS-SUPPINV
               MOVE "BILLBACK-CLAIM" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SUPPINV.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUPPINV TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT FS-REPORT-OK
               DISPLAY "ERROR OPENING BILLBACK.PRT: " FS-REPORT
               MOVE "BILLBACK-CLAIM" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "BILLBACK.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-REPORT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-PROMO.
           READ PROMO-FILE NEXT RECORD
               AT END
                   SET FS-PROMO-EOF TO TRUE
           END-READ.

       CLAIM-ONE-PROMO.
           IF PROMO-FUNDING-PER-UNIT > ZERO
              AND PROMO-CLAIM-DATE = ZERO
              AND PROMO-END-DATE < WS-TODAY
               ADD 1 TO WS-PROMOS-CHECKED
               MOVE SPACES TO WS-SKIP-REASON
               MOVE PROMO-PROD-CODE TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       MOVE "PRODUCT NOT ON FILE" TO WS-SKIP-REASON
               END-READ
               IF WS-SKIP-REASON = SPACES
                  AND PROD-SUPPLIER-CODE = SPACES
                   MOVE "NO SUPPLIER ON PRODUCT" TO WS-SKIP-REASON
               END-IF
               IF WS-SKIP-REASON = SPACES
                   PERFORM COUNT-PROMO-UNITS
                   PERFORM FILE-PROMO-CLAIM
               ELSE
                   PERFORM PRINT-SKIPPED-PROMO
               END-IF
           END-IF.
           PERFORM READ-NEXT-PROMO.

      * Units sold at the promo price inside the promo window,
      * read through the promo product's VENTA-CODIGO key
       COUNT-PROMO-UNITS.
           MOVE ZERO TO WS-CLAIM-UNITS.
           MOVE "00" TO FS-VENTAS.
           MOVE PROMO-PROD-CODE TO VENTA-CODIGO.
           START VENTAS-FILE KEY IS = VENTA-CODIGO
               INVALID KEY
                   SET FS-VENTAS-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-SALE.
           PERFORM COUNT-ONE-SALE UNTIL FS-VENTAS-EOF.

       READ-NEXT-SALE.
           IF NOT FS-VENTAS-EOF
               READ VENTAS-FILE NEXT RECORD
                   AT END
                       SET FS-VENTAS-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT FS-VENTAS-EOF
               IF VENTA-CODIGO NOT = PROMO-PROD-CODE
                   SET FS-VENTAS-EOF TO TRUE
               END-IF
           END-IF.

       COUNT-ONE-SALE.
           IF VENTA-FECHA >= PROMO-START-DATE
              AND VENTA-FECHA <= PROMO-END-DATE
              AND VENTA-SALE AND NOT VENTA-IS-REVERSED
              AND VENTA-PRECIO = PROMO-PRICE
              AND VENTA-CANTIDAD > VENTA-QTY-RETURNED
               COMPUTE WS-SALE-UNITS =
                  VENTA-CANTIDAD - VENTA-QTY-RETURNED
               ADD WS-SALE-UNITS TO WS-CLAIM-UNITS
           END-IF.
           PERFORM READ-NEXT-SALE.

       FILE-PROMO-CLAIM.
           IF WS-CLAIM-UNITS = ZERO
               ADD 1 TO WS-PROMOS-NIL
               PERFORM STAMP-PROMO-CLAIMED
           ELSE
               MOVE PROD-SUPPLIER-CODE TO BB-SUPPLIER
               MOVE WS-TODAY TO BB-CLAIM-DATE
               MOVE PROMO-PROD-CODE TO BB-PROD-CODE
               MOVE PROMO-PRICE TO BB-PROMO-PRICE
               MOVE PROMO-START-DATE TO BB-PROMO-START-DATE
               MOVE PROMO-END-DATE TO BB-PROMO-END-DATE
               MOVE PROMO-FUNDING-PER-UNIT TO BB-FUNDING-PER-UNIT
               MOVE WS-CLAIM-UNITS TO BB-UNITS
               COMPUTE BB-AMOUNT =
                  WS-CLAIM-UNITS * PROMO-FUNDING-PER-UNIT
               MOVE SPACES TO BB-DEBIT-NUMBER
               MOVE ZERO TO BB-DEBIT-LINE
               WRITE BILLBACK-RECORD
                   INVALID KEY
                       MOVE "ERROR WRITING BILLBACK.DAT"
                          TO WS-SKIP-REASON
                       PERFORM PRINT-SKIPPED-PROMO
                   NOT INVALID KEY
                       ADD 1 TO WS-PROMOS-CLAIMED
                       PERFORM STAMP-PROMO-CLAIMED
               END-WRITE
           END-IF.

       STAMP-PROMO-CLAIMED.
           MOVE WS-TODAY TO PROMO-CLAIM-DATE.
           REWRITE PROMO-RECORD
               INVALID KEY
                   DISPLAY "ERROR STAMPING PROMO " PROMO-PROD-CODE
                      ": " FS-PROMO
                   MOVE "BILLBACK-CLAIM" TO ERP-PROGRAM
                   MOVE "STAMP-PROMO-CLAIMED" TO ERP-PARAGRAPH
                   MOVE "PROMO.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-PROMO TO ERP-STATUS
                   MOVE PROMO-PROD-CODE TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-REWRITE.

       PRINT-SKIPPED-PROMO.
           ADD 1 TO WS-PROMOS-SKIPPED.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROMO " DELIMITED BY SIZE
                  PROMO-PROD-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROMO-START-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  PROMO-END-DATE DELIMITED BY SIZE
                  " NOT CLAIMED - " DELIMITED BY SIZE
                  WS-SKIP-REASON DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      * One statement per supplier for the claims not yet posted to
      * SUPPINV.DAT, each claim becoming a line of the debit note
       PRINT-CLAIM-STATEMENTS.
           MOVE LOW-VALUES TO BB-KEY.
           START BILLBACK-FILE KEY IS >= BB-KEY
               INVALID KEY
                   SET FS-BILLBACK-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-CLAIM.
           PERFORM POST-ONE-CLAIM UNTIL FS-BILLBACK-EOF.
           PERFORM FINISH-STATEMENT.

       READ-NEXT-CLAIM.
           READ BILLBACK-FILE NEXT RECORD
               AT END
                   SET FS-BILLBACK-EOF TO TRUE
           END-READ.

       POST-ONE-CLAIM.
           IF BB-DEBIT-NUMBER = SPACES
               IF BB-SUPPLIER NOT = WS-CURRENT-SUPPLIER
                   PERFORM FINISH-STATEMENT
                   PERFORM START-STATEMENT
               END-IF
               PERFORM WRITE-DEBIT-LINE
           END-IF.
           PERFORM READ-NEXT-CLAIM.

       START-STATEMENT.
           MOVE BB-SUPPLIER TO WS-CURRENT-SUPPLIER.
           MOVE ZERO TO WS-SUPPLIER-TOTAL WS-SUPPLIER-LINES.
           MOVE SPACES TO WS-DEBIT-NUMBER.
           STRING "BB" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO WS-DEBIT-NUMBER
           END-STRING.
           PERFORM FIND-LAST-DEBIT-LINE.
           MOVE "(SUPPLIER NOT ON FILE)" TO SUPP-NAME.
           IF WS-HAVE-SUPPLIERS
               MOVE WS-CURRENT-SUPPLIER TO SUPP-CODE
               READ SUPPLIERS-FILE
                   INVALID KEY
                       MOVE "(SUPPLIER NOT ON FILE)" TO SUPP-NAME
               END-READ
           END-IF.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BILLBACK CLAIM - SUPPLIER " DELIMITED BY SIZE
                  WS-CURRENT-SUPPLIER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUPP-NAME DELIMITED BY SIZE
                  "  DEBIT NOTE " DELIMITED BY SIZE
                  WS-DEBIT-NUMBER DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CODE  PROMO FROM  TO         PROMO PRICE"
                     DELIMITED BY SIZE
                  "   UNITS  FUND/UNIT       CLAIMED"
                     DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Same-day reruns add to the debit note already on file
       FIND-LAST-DEBIT-LINE.
           MOVE ZERO TO WS-LAST-LINE.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE WS-CURRENT-SUPPLIER TO SINV-SUPPLIER.
           MOVE WS-DEBIT-NUMBER TO SINV-NUMBER.
           MOVE ZERO TO SINV-LINE.
           START SUPPINV-FILE KEY IS >= SINV-KEY
               INVALID KEY
                   SET WS-SCAN-FINISHED TO TRUE
           END-START.
           PERFORM SCAN-NEXT-DEBIT-LINE UNTIL WS-SCAN-FINISHED.

       SCAN-NEXT-DEBIT-LINE.
           READ SUPPINV-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-FINISHED TO TRUE
           END-READ.
           IF NOT WS-SCAN-FINISHED
               IF SINV-SUPPLIER NOT = WS-CURRENT-SUPPLIER
                  OR SINV-NUMBER NOT = WS-DEBIT-NUMBER
                   SET WS-SCAN-FINISHED TO TRUE
               ELSE
                   MOVE SINV-LINE TO WS-LAST-LINE
               END-IF
           END-IF.

       WRITE-DEBIT-LINE.
           MOVE WS-CURRENT-SUPPLIER TO SINV-SUPPLIER.
           MOVE WS-DEBIT-NUMBER TO SINV-NUMBER.
           COMPUTE SINV-LINE = WS-LAST-LINE + 1.
           MOVE WS-TODAY TO SINV-DATE.
           MOVE WS-TODAY TO SINV-DUE-DATE.
           MOVE ZERO TO SINV-PO-NUMBER SINV-PO-LINE.
           MOVE BB-PROD-CODE TO SINV-PROD-CODE.
           MOVE BB-UNITS TO SINV-QTY.
           MOVE BB-FUNDING-PER-UNIT TO SINV-UNIT-PRICE.
           SET SINV-BILLBACK-DEBIT TO TRUE.
           MOVE ZERO TO SINV-PAY-DATE.
           MOVE SPACES TO SINV-PAY-REF.
           WRITE SUPPINV-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING DEBIT LINE FOR "
                      BB-SUPPLIER " " BB-PROD-CODE ": " FS-SUPPINV
                   MOVE "BILLBACK-CLAIM" TO ERP-PROGRAM
                   MOVE "WRITE-DEBIT-LINE" TO ERP-PARAGRAPH
                   MOVE "SUPPINV.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-SUPPINV TO ERP-STATUS
                   MOVE SINV-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE SINV-LINE TO WS-LAST-LINE
                   PERFORM MARK-CLAIM-POSTED
           END-WRITE.

       MARK-CLAIM-POSTED.
           MOVE WS-DEBIT-NUMBER TO BB-DEBIT-NUMBER.
           MOVE SINV-LINE TO BB-DEBIT-LINE.
           REWRITE BILLBACK-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING CLAIM " BB-KEY ": "
                      FS-BILLBACK
                   MOVE "BILLBACK-CLAIM" TO ERP-PROGRAM
                   MOVE "MARK-CLAIM-POSTED" TO ERP-PARAGRAPH
                   MOVE "BILLBACK.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-BILLBACK TO ERP-STATUS
                   MOVE BB-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-REWRITE.
           ADD BB-AMOUNT TO WS-SUPPLIER-TOTAL.
           ADD 1 TO WS-SUPPLIER-LINES.
           MOVE BB-PROMO-PRICE TO WS-PRICE-EDIT.
           MOVE BB-UNITS TO WS-UNITS-EDIT.
           MOVE BB-FUNDING-PER-UNIT TO WS-FUND-EDIT.
           MOVE BB-AMOUNT TO WS-MONEY-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING BB-PROD-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BB-PROMO-START-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BB-PROMO-END-DATE DELIMITED BY SIZE
                  WS-PRICE-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-UNITS-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FUND-EDIT DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       FINISH-STATEMENT.
           IF WS-CURRENT-SUPPLIER NOT = SPACES
               ADD 1 TO WS-STATEMENT-COUNT
               ADD WS-SUPPLIER-TOTAL TO WS-RUN-TOTAL
               MOVE ALL "-" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-SUPPLIER-TOTAL TO WS-MONEY-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "TOTAL CLAIMED - DEDUCTED FROM YOUR NEXT "
                         DELIMITED BY SIZE
                      "PAYMENT     " DELIMITED BY SIZE
                      WS-MONEY-EDIT DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               DISPLAY "CLAIMED " WS-CURRENT-SUPPLIER " "
                  WS-MONEY-EDIT " DEBIT NOTE " WS-DEBIT-NUMBER
           END-IF.
           MOVE SPACES TO WS-CURRENT-SUPPLIER.

       PRINT-REPORT-HEADING.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROMOTION BILLBACK CLAIMS - " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       PRINT-REPORT-TOTALS.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PROMOS-CHECKED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "FUNDED PROMOS ENDED     " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-PROMOS-CLAIMED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CLAIMED               " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-PROMOS-NIL TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  NO UNITS AT PROMO     " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-PROMOS-SKIPPED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  NOT CLAIMED           " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-STATEMENT-COUNT TO WS-COUNT-EDIT.
           MOVE WS-RUN-TOTAL TO WS-RUN-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUPPLIER STATEMENTS     " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  "  TOTAL CLAIMED " DELIMITED BY SIZE
                  WS-RUN-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           DISPLAY "PROMOS CLAIMED: " WS-PROMOS-CLAIMED
              "  STATEMENTS: " WS-STATEMENT-COUNT
              "  TOTAL: " WS-RUN-EDIT.
           DISPLAY "SEE BILLBACK.PRT FOR THE CLAIM STATEMENTS".

       CLOSE-FILES.
           CLOSE PROMO-FILE.
           CLOSE VENTAS-FILE.
           CLOSE PRODUCTS-FILE.
           IF WS-HAVE-SUPPLIERS
               CLOSE SUPPLIERS-FILE
           END-IF.
           CLOSE BILLBACK-FILE.
           CLOSE SUPPINV-FILE.
           CLOSE REPORT-FILE.
           IF FS-REPORT-OK
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "BILLBACK.PRT" TO RAP-REPORT-FILE.
           MOVE "BILLBACK-CLAIM" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           MOVE ZERO TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
