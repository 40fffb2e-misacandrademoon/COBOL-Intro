      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supplier cost price-list import. Reads a supplier's
      *          new cost list SUPPCOST.TXT (supplier code, product
      *          code, new unit cost and the date the cost takes
      *          effect), matches each line to PRODUCTS.DAT on product
      *          and PROD-SUPPLIER-CODE, and files the accepted lines
      *          on PENDCOST.DAT for COST-CHANGE-APPLY to put into
      *          PROD-COST on the effective date. COSTCHG.PRT shows
      *          every line before it is applied - old and new cost,
      *          the percentage change, and the margin the product
      *          will earn at its current PROD-PRICE - and flags the
      *          lines whose new margin falls below the target on
      *          the product's CATEGORY.DAT entry. Lines for unknown
      *          products, for products bought from another supplier,
      *          or with a bad cost or a date already past are
      *          rejected on the report. Importing a later list for
      *          the same product and date replaces the earlier line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-LIST-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPCOST-FILE ASSIGN TO "SUPPCOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUPPCOST.

           SELECT PENDCOST-FILE ASSIGN TO "PENDCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCST-KEY
               FILE STATUS IS FS-PENDCOST.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT CATEGORY-FILE ASSIGN TO "CATEGORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODE
               FILE STATUS IS FS-CATEGORY.

           SELECT REPORT-FILE ASSIGN TO "COSTCHG.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPCOST-FILE.
       01  SUPPCOST-RECORD.
           05 SCL-SUPPLIER-CODE     PIC X(4).
           05 SCL-PROD-CODE         PIC X(5).
           05 SCL-NEW-COST          PIC 9(7)V99.
           05 SCL-EFFECTIVE-DATE    PIC 9(8).

       FD  PENDCOST-FILE.
       COPY PENDCOST-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  CATEGORY-FILE.
       COPY CATEGORY-RECORD.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-SUPPCOST          PIC XX.
           88 FS-SUPPCOST-OK    VALUE "00".
           88 FS-SUPPCOST-EOF   VALUE "10".

       01  FS-PENDCOST          PIC XX.
           88 FS-PENDCOST-OK    VALUE "00".
           88 FS-PENDCOST-NOT-EXIST VALUE "35".

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  FS-CATEGORY          PIC XX.
           88 FS-CATEGORY-OK    VALUE "00".

       01  FS-REPORT            PIC XX.
           88 FS-REPORT-OK      VALUE "00".

       01  WS-TODAY             PIC 9(8).
       01  WS-CATEGORY-OPEN     PIC X VALUE "N".
           88 WS-HAVE-CATEGORIES VALUE "Y".

       01  WS-REJECT-REASON     PIC X(30).
       01  WS-OLD-COST          PIC 9(7)V99.
       01  WS-CHANGE-PCT        PIC S9(5)V9.
       01  WS-NEW-MARGIN-PCT    PIC S9(5)V9.
       01  WS-TARGET-PCT        PIC 9(2)V9.
       01  WS-FLAG-TEXT         PIC X(12).

       01  WS-READ-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-ACCEPTED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-REPLACED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-BELOW-COUNT       PIC 9(5) VALUE ZERO.

       01  WS-COST-EDIT         PIC Z,ZZZ,ZZ9.99.
       01  WS-COST-EDIT-2       PIC Z,ZZZ,ZZ9.99.
       01  WS-PRICE-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-PCT-EDIT          PIC ----9.9.
       01  WS-MARGIN-EDIT       PIC ----9.9.
       01  WS-TARGET-EDIT       PIC Z9.9.
       01  WS-COUNT-EDIT        PIC ZZ,ZZ9.

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           IF FS-SUPPCOST-OK AND FS-PENDCOST-OK AND FS-PRODUCTS-OK
              AND FS-REPORT-OK
               DISPLAY " "
               DISPLAY "SUPPLIER COST LIST IMPORT"
               PERFORM PRINT-REPORT-HEADING
               PERFORM READ-NEXT-COST-LINE
               PERFORM PROCESS-ONE-LINE UNTIL FS-SUPPCOST-EOF
               PERFORM PRINT-REPORT-TOTALS
               IF WS-REJECTED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT SUPPCOST-FILE.
           IF NOT FS-SUPPCOST-OK
               DISPLAY "ERROR OPENING SUPPCOST.TXT: " FS-SUPPCOST
               MOVE "COST-LIST-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SUPPCOST.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUPPCOST TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O PENDCOST-FILE.
           IF FS-PENDCOST-NOT-EXIST
               OPEN OUTPUT PENDCOST-FILE
               CLOSE PENDCOST-FILE
               OPEN I-O PENDCOST-FILE
           END-IF.
           IF NOT FS-PENDCOST-OK
               DISPLAY "ERROR OPENING PENDCOST.DAT: " FS-PENDCOST
               MOVE "COST-LIST-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PENDCOST.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PENDCOST TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "COST-LIST-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT CATEGORY-FILE.
           IF FS-CATEGORY-OK
               SET WS-HAVE-CATEGORIES TO TRUE
           ELSE
               DISPLAY "CATEGORY.DAT NOT AVAILABLE - NO MARGIN "
                  "TARGETS WILL BE CHECKED"
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT FS-REPORT-OK
               DISPLAY "ERROR OPENING COSTCHG.PRT: " FS-REPORT
               MOVE "COST-LIST-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "COSTCHG.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-REPORT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-COST-LINE.
           READ SUPPCOST-FILE
               AT END
                   SET FS-SUPPCOST-EOF TO TRUE
           END-READ.

       PROCESS-ONE-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN SCL-NEW-COST IS NOT NUMERIC
                   MOVE "INVALID COST" TO WS-REJECT-REASON
               WHEN SCL-NEW-COST = ZERO
                   MOVE "INVALID COST" TO WS-REJECT-REASON
               WHEN SCL-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
               WHEN SCL-EFFECTIVE-DATE < WS-TODAY
                   MOVE "EFFECTIVE DATE ALREADY PAST"
                      TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM MATCH-PRODUCT
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM PRINT-REJECTED-LINE
           END-IF.
           PERFORM READ-NEXT-COST-LINE.

       MATCH-PRODUCT.
           MOVE SCL-PROD-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   MOVE "PRODUCT NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF PROD-SUPPLIER-CODE NOT = SCL-SUPPLIER-CODE
                       STRING "PRODUCT BOUGHT FROM "
                                 DELIMITED BY SIZE
                              PROD-SUPPLIER-CODE DELIMITED BY SIZE
                              INTO WS-REJECT-REASON
                       END-STRING
                   ELSE
                       PERFORM FILE-PENDING-COST
                   END-IF
           END-READ.

       FILE-PENDING-COST.
           MOVE SCL-PROD-CODE TO PCST-PROD-CODE.
           MOVE SCL-EFFECTIVE-DATE TO PCST-EFFECTIVE-DATE.
           MOVE SCL-SUPPLIER-CODE TO PCST-SUPPLIER-CODE.
           MOVE SCL-NEW-COST TO PCST-NEW-COST.
           MOVE WS-TODAY TO PCST-IMPORT-DATE.
           WRITE PENDCOST-RECORD
               INVALID KEY
                   REWRITE PENDCOST-RECORD
                       INVALID KEY
                           MOVE "ERROR WRITING PENDCOST.DAT"
                              TO WS-REJECT-REASON
                       NOT INVALID KEY
                           ADD 1 TO WS-REPLACED-COUNT
                   END-REWRITE
           END-WRITE.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-ACCEPTED-COUNT
               PERFORM PRINT-COST-CHANGE
           END-IF.

      * Margin the product will earn at its current selling price
      * once the new cost is in
       PRINT-COST-CHANGE.
           MOVE PROD-COST TO WS-OLD-COST.
           IF WS-OLD-COST = ZERO
               MOVE ZERO TO WS-CHANGE-PCT
           ELSE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                  (SCL-NEW-COST - WS-OLD-COST) * 100 / WS-OLD-COST
                  ON SIZE ERROR
                      MOVE 9999.9 TO WS-CHANGE-PCT
               END-COMPUTE
           END-IF.
           IF PROD-PRICE = ZERO
               MOVE ZERO TO WS-NEW-MARGIN-PCT
           ELSE
               COMPUTE WS-NEW-MARGIN-PCT ROUNDED =
                  (PROD-PRICE - SCL-NEW-COST) * 100 / PROD-PRICE
                  ON SIZE ERROR
                      MOVE -9999.9 TO WS-NEW-MARGIN-PCT
               END-COMPUTE
           END-IF.
           PERFORM LOOK-UP-MARGIN-TARGET.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-TARGET-PCT > ZERO
              AND WS-NEW-MARGIN-PCT < WS-TARGET-PCT
               MOVE "BELOW TARGET" TO WS-FLAG-TEXT
               ADD 1 TO WS-BELOW-COUNT
           END-IF.
           MOVE WS-OLD-COST TO WS-COST-EDIT.
           MOVE SCL-NEW-COST TO WS-COST-EDIT-2.
           MOVE WS-CHANGE-PCT TO WS-PCT-EDIT.
           MOVE PROD-PRICE TO WS-PRICE-EDIT.
           MOVE WS-NEW-MARGIN-PCT TO WS-MARGIN-EDIT.
           MOVE WS-TARGET-PCT TO WS-TARGET-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING PROD-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROD-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SCL-EFFECTIVE-DATE DELIMITED BY SIZE
                  WS-COST-EDIT DELIMITED BY SIZE
                  WS-COST-EDIT-2 DELIMITED BY SIZE
                  WS-PCT-EDIT DELIMITED BY SIZE
                  WS-PRICE-EDIT DELIMITED BY SIZE
                  WS-MARGIN-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TARGET-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FLAG-TEXT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       LOOK-UP-MARGIN-TARGET.
           MOVE ZERO TO WS-TARGET-PCT.
           IF WS-HAVE-CATEGORIES
               MOVE PROD-CATEGORY TO CAT-CODE
               READ CATEGORY-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-TARGET-PCT
                   NOT INVALID KEY
                       MOVE CAT-MARGIN-TARGET TO WS-TARGET-PCT
               END-READ
           END-IF.

       PRINT-REJECTED-LINE.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING SCL-PROD-CODE DELIMITED BY SIZE
                  " SUPPLIER " DELIMITED BY SIZE
                  SCL-SUPPLIER-CODE DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  SCL-EFFECTIVE-DATE DELIMITED BY SIZE
                  " REJECTED - " DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       PRINT-REPORT-HEADING.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUPPLIER COST CHANGES - IMPORTED "
                     DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CODE  PRODUCT              EFFECTIVE    OLD COST"
                     DELIMITED BY SIZE
                  "    NEW COST   CHG%       PRICE   MGN%  TGT"
                     DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-REPORT-TOTALS.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "LINES READ            " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "COST CHANGES PENDING  " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-REPLACED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  REPLACING EARLIER   " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-BELOW-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  BELOW MARGIN TARGET " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "LINES REJECTED        " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           DISPLAY "COST CHANGES PENDING: " WS-ACCEPTED-COUNT
              "  BELOW TARGET: " WS-BELOW-COUNT
              "  REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "SEE COSTCHG.PRT FOR THE MARGIN IMPACT".

       CLOSE-FILES.
           IF FS-SUPPCOST-OK OR FS-SUPPCOST-EOF
               CLOSE SUPPCOST-FILE
           END-IF.
           CLOSE PENDCOST-FILE.
           CLOSE PRODUCTS-FILE.
           IF WS-HAVE-CATEGORIES
               CLOSE CATEGORY-FILE
           END-IF.
           CLOSE REPORT-FILE.
           IF FS-REPORT-OK
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "COSTCHG.PRT" TO RAP-REPORT-FILE.
           MOVE "COST-LIST-IMPORT" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           MOVE ZERO TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
