      ******************************************************************
      * Author:
      * Date:
      * Purpose: Electronic supplier invoice import. Reads the
      *          suppliers' invoice file SINVIN.TXT - one D record per
      *          invoice line (supplier, invoice number, invoice and
      *          due dates, PO number and line, the supplier's item
      *          number, quantity and unit price billed) and a T
      *          trailer carrying the line count and billed total of
      *          the D records before it - and loads each invoice onto
      *          SUPPINV.DAT. Every line is translated to our product
      *          through SUPPXREF.DAT (a blank item number takes the PO
      *          line's product) and put through the same three-way
      *          match as SUPPLIER-INVOICE-ENTRY, via
      *          INVOICE-LINE-MATCH: clean lines are written approved
      *          for payment, mismatches on match hold for
      *          INVOICE-MATCH-REPORT; approved lines billed at other
      *          than their PO-UNIT-COST go through COST-VARIANCE-APPLY
      *          into the average cost. An invoice whose number is
      *          already on file for the supplier is rejected whole.
      *          Lines that cannot be translated or carry bad data go
      *          to SUSPENSE.DAT; SUSPENSE-RESUBMIT sends them back as
      *          R records, which are added to their invoice after the
      *          lines already loaded. Prints the control report
      *          SINVIMP.PRT - each invoice with its line count, value,
      *          approved and held lines, the suspended lines, and the
      *          trailer check.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-INVOICE-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINVIN-FILE ASSIGN TO "SINVIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SINVIN.

           SELECT SUPPINV-FILE ASSIGN TO "SUPPINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SINV-KEY
               FILE STATUS IS FS-SUPPINV.

           SELECT PURCHORD-FILE ASSIGN TO "PURCHORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS FS-PURCHORD.

           SELECT SUPPXREF-FILE ASSIGN TO "SUPPXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SXR-KEY
               ALTERNATE RECORD KEY IS SXR-ITEM-KEY
               FILE STATUS IS FS-SUPPXREF.

           SELECT REPORT-FILE ASSIGN TO "SINVIMP.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SINVIN-FILE.
       01  SINVIN-RECORD.
           05 SII-TYPE              PIC X.
               88 SII-DETAIL        VALUE "D".
               88 SII-RESUBMITTED   VALUE "R".
               88 SII-TRAILER       VALUE "T".
           05 SII-LINE-DATA.
               10 SII-SUPPLIER      PIC X(4).
               10 SII-NUMBER        PIC X(12).
               10 SII-DATE          PIC 9(8).
               10 SII-DUE-DATE      PIC 9(8).
               10 SII-PO-NUMBER     PIC 9(6).
               10 SII-PO-LINE       PIC 9(3).
               10 SII-SUPP-ITEM     PIC X(15).
               10 SII-QTY           PIC 9(5).
               10 SII-UNIT-PRICE    PIC 9(7)V99.
           05 SII-TRAILER-DATA REDEFINES SII-LINE-DATA.
               10 SII-TRL-LINES     PIC 9(6).
               10 SII-TRL-TOTAL     PIC 9(9)V99.
               10 FILLER            PIC X(53).

       FD  SUPPINV-FILE.
       COPY SUPPINV-RECORD.

       FD  PURCHORD-FILE.
       COPY PURCHORD-RECORD.

       FD  SUPPXREF-FILE.
       COPY SUPPXREF-RECORD.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-SINVIN            PIC XX.
           88 FS-SINVIN-OK      VALUE "00".
           88 FS-SINVIN-EOF     VALUE "10".
       01  FS-SUPPINV           PIC XX.
           88 FS-SUPPINV-OK     VALUE "00".
           88 FS-SUPPINV-NOT-EXIST VALUE "35".
       01  FS-PURCHORD          PIC XX.
           88 FS-PURCHORD-OK    VALUE "00".
       01  FS-SUPPXREF          PIC XX.
           88 FS-SUPPXREF-OK    VALUE "00".
           88 FS-SUPPXREF-NOT-EXIST VALUE "35".
       01  FS-REPORT            PIC XX.
           88 FS-REPORT-OK      VALUE "00".

       01  WS-TODAY             PIC 9(8).
       01  WS-XREF-OPEN         PIC X VALUE "N".
           88 WS-HAVE-XREF      VALUE "Y".

       01  WS-CUR-TYPE          PIC X VALUE SPACE.
       01  WS-CUR-SUPPLIER      PIC X(4) VALUE SPACES.
       01  WS-CUR-NUMBER        PIC X(12) VALUE SPACES.
       01  WS-INVOICE-STATE     PIC X VALUE "N".
           88 WS-NO-INVOICE     VALUE "N".
           88 WS-INVOICE-LOADING VALUE "L".
           88 WS-INVOICE-REJECTED VALUE "R".
       01  WS-LAST-LINE         PIC 9(3).
       01  WS-SCAN-DONE         PIC X.
           88 WS-SCAN-FINISHED  VALUE "Y".
       01  WS-LINE-ON-FILE      PIC X.
           88 WS-ALREADY-LOADED VALUE "Y".

       01  WS-PROD-CODE         PIC X(5).
       01  WS-LINE-VALUE        PIC 9(9)V99.
       01  WS-MATCH-RESULT      PIC X.
       01  WS-MATCH-REASON      PIC X(40).
       01  WS-CV-DOCUMENT       PIC X(20).
       01  WS-CV-RESULT         PIC X.

       01  WS-SUS-SOURCE        PIC X(17) VALUE "SUPP-INV-IMPORT".
       01  WS-SUS-REASON        PIC X(30).
       01  WS-SUS-DATA          PIC X(80).
       01  WS-SUS-RESULT        PIC X.

       01  WS-INV-LINES         PIC 9(5).
       01  WS-INV-APPROVED      PIC 9(5).
       01  WS-INV-HELD          PIC 9(5).
       01  WS-INV-SUSPENDED     PIC 9(5).
       01  WS-INV-SKIPPED       PIC 9(5).
       01  WS-INV-VALUE         PIC 9(9)V99.

       01  WS-READ-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-INVOICE-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-DUPLICATE-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-LOADED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-APPROVED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-SUSPENDED-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-LOADED-VALUE      PIC 9(9)V99 VALUE ZERO.

       01  WS-TRL-DETAIL-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-TRL-DETAIL-TOTAL  PIC 9(9)V99 VALUE ZERO.
       01  WS-TRAILER-ERRORS    PIC 9(5) VALUE ZERO.
       01  WS-TRAILER-COUNT     PIC 9(5) VALUE ZERO.

       01  WS-COUNT-EDIT        PIC ZZ,ZZ9.
       01  WS-COUNT-EDIT-2      PIC ZZ,ZZ9.
       01  WS-COUNT-EDIT-3      PIC ZZ,ZZ9.
       01  WS-COUNT-EDIT-4      PIC ZZ,ZZ9.
       01  WS-VALUE-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-VALUE-EDIT-2      PIC ZZZ,ZZZ,ZZ9.99.

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           IF FS-SINVIN-OK AND FS-SUPPINV-OK AND FS-PURCHORD-OK
              AND FS-REPORT-OK
               DISPLAY " "
               DISPLAY "SUPPLIER INVOICE IMPORT"
               PERFORM PRINT-REPORT-HEADING
               PERFORM READ-NEXT-INVOICE-LINE
               PERFORM PROCESS-ONE-RECORD UNTIL FS-SINVIN-EOF
               PERFORM FINISH-INVOICE
               IF WS-TRL-DETAIL-COUNT > ZERO
                   PERFORM PRINT-MISSING-TRAILER
               END-IF
               PERFORM PRINT-REPORT-TOTALS
               IF WS-DUPLICATE-COUNT > ZERO
                  OR WS-SUSPENDED-COUNT > ZERO
                  OR WS-REJECTED-COUNT > ZERO
                  OR WS-TRAILER-ERRORS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT SINVIN-FILE.
           IF NOT FS-SINVIN-OK
               DISPLAY "ERROR OPENING SINVIN.TXT: " FS-SINVIN
               MOVE "SUPPLIER-INVOICE-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SINVIN.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SINVIN TO ERP-STATUS
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
               MOVE "SUPPLIER-INVOICE-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SUPPINV.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUPPINV TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PURCHORD-FILE.
           IF NOT FS-PURCHORD-OK
               DISPLAY "ERROR OPENING PURCHORD.DAT: " FS-PURCHORD
               MOVE "SUPPLIER-INVOICE-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PURCHORD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PURCHORD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT SUPPXREF-FILE.
           IF FS-SUPPXREF-OK
               SET WS-HAVE-XREF TO TRUE
           ELSE
               IF NOT FS-SUPPXREF-NOT-EXIST
                   DISPLAY "ERROR OPENING SUPPXREF.DAT: " FS-SUPPXREF
                   MOVE "SUPPLIER-INVOICE-IMPORT" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "SUPPXREF.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-SUPPXREF TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
               DISPLAY "NO CROSS-REFERENCE - LINES WITH A SUPPLIER "
                  "ITEM NUMBER WILL BE SUSPENDED"
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT FS-REPORT-OK
               DISPLAY "ERROR OPENING SINVIMP.PRT: " FS-REPORT
               MOVE "SUPPLIER-INVOICE-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SINVIMP.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-REPORT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-INVOICE-LINE.
           READ SINVIN-FILE
               AT END
                   SET FS-SINVIN-EOF TO TRUE
           END-READ.

       PROCESS-ONE-RECORD.
           EVALUATE TRUE
               WHEN SII-TRAILER
                   PERFORM CHECK-TRAILER
               WHEN SII-DETAIL OR SII-RESUBMITTED
                   ADD 1 TO WS-READ-COUNT
                   IF SII-DETAIL
                       PERFORM ADD-TO-TRAILER-TOTALS
                   END-IF
                   IF SII-TYPE NOT = WS-CUR-TYPE
                      OR SII-SUPPLIER NOT = WS-CUR-SUPPLIER
                      OR SII-NUMBER NOT = WS-CUR-NUMBER
                       PERFORM FINISH-INVOICE
                       PERFORM START-INVOICE
                   END-IF
                   IF WS-INVOICE-REJECTED
                       ADD 1 TO WS-INV-LINES
                   ELSE
                       PERFORM LOAD-INVOICE-LINE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  RECORD TYPE " DELIMITED BY SIZE
                          SII-TYPE DELIMITED BY SIZE
                          " NOT RECOGNISED - " DELIMITED BY SIZE
                          SINVIN-RECORD (1:40) DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
           END-EVALUATE.
           PERFORM READ-NEXT-INVOICE-LINE.

       ADD-TO-TRAILER-TOTALS.
           ADD 1 TO WS-TRL-DETAIL-COUNT.
           IF SII-QTY IS NUMERIC AND SII-UNIT-PRICE IS NUMERIC
               COMPUTE WS-TRL-DETAIL-TOTAL =
                  WS-TRL-DETAIL-TOTAL + SII-QTY * SII-UNIT-PRICE
           END-IF.

      * A new invoice: a fresh invoice number that is already on file
      * for the supplier is rejected whole; resubmitted lines go on
      * after the lines already loaded
       START-INVOICE.
           MOVE SII-TYPE TO WS-CUR-TYPE.
           MOVE SII-SUPPLIER TO WS-CUR-SUPPLIER.
           MOVE SII-NUMBER TO WS-CUR-NUMBER.
           MOVE ZERO TO WS-INV-LINES WS-INV-APPROVED WS-INV-HELD
              WS-INV-SUSPENDED WS-INV-SKIPPED WS-INV-VALUE.
           ADD 1 TO WS-INVOICE-COUNT.
           PERFORM SCAN-INVOICE-ON-FILE.
           MOVE SPACES TO REPORT-LINE.
           IF SII-DETAIL AND WS-LAST-LINE > ZERO
               SET WS-INVOICE-REJECTED TO TRUE
               ADD 1 TO WS-DUPLICATE-COUNT
               STRING SII-SUPPLIER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SII-NUMBER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SII-DATE DELIMITED BY SIZE
                      "  REJECTED - INVOICE ALREADY ON FILE"
                         DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               SET WS-INVOICE-LOADING TO TRUE
               STRING SII-SUPPLIER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SII-NUMBER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SII-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SII-DUE-DATE DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               IF SII-RESUBMITTED
                   MOVE "RESUBMITTED LINES" TO REPORT-LINE (41:17)
               END-IF
           END-IF.
           WRITE REPORT-LINE.

      * Highest line number already on SUPPINV.DAT for the current
      * invoice, and whether a resubmitted line is already among them
       SCAN-INVOICE-ON-FILE.
           MOVE ZERO TO WS-LAST-LINE.
           MOVE "N" TO WS-LINE-ON-FILE.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE WS-CUR-SUPPLIER TO SINV-SUPPLIER.
           MOVE WS-CUR-NUMBER TO SINV-NUMBER.
           MOVE ZERO TO SINV-LINE.
           START SUPPINV-FILE KEY IS >= SINV-KEY
               INVALID KEY
                   SET WS-SCAN-FINISHED TO TRUE
           END-START.
           PERFORM SCAN-NEXT-INVOICE-LINE UNTIL WS-SCAN-FINISHED.

       SCAN-NEXT-INVOICE-LINE.
           READ SUPPINV-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-FINISHED TO TRUE
           END-READ.
           IF NOT WS-SCAN-FINISHED
               IF SINV-SUPPLIER NOT = WS-CUR-SUPPLIER
                  OR SINV-NUMBER NOT = WS-CUR-NUMBER
                   SET WS-SCAN-FINISHED TO TRUE
               ELSE
                   MOVE SINV-LINE TO WS-LAST-LINE
                   IF SII-RESUBMITTED
                      AND SINV-PO-NUMBER = SII-PO-NUMBER
                      AND SINV-PO-LINE = SII-PO-LINE
                      AND SINV-QTY = SII-QTY
                      AND SINV-UNIT-PRICE = SII-UNIT-PRICE
                       SET WS-ALREADY-LOADED TO TRUE
                   END-IF
               END-IF
           END-IF.

       LOAD-INVOICE-LINE.
           ADD 1 TO WS-INV-LINES.
           MOVE SPACES TO WS-SUS-REASON.
           EVALUATE TRUE
               WHEN SII-DATE IS NOT NUMERIC
                  OR SII-DUE-DATE IS NOT NUMERIC
                   MOVE "INVALID INVOICE OR DUE DATE"
                      TO WS-SUS-REASON
               WHEN SII-PO-NUMBER IS NOT NUMERIC
                  OR SII-PO-LINE IS NOT NUMERIC
                   MOVE "INVALID PO REFERENCE" TO WS-SUS-REASON
               WHEN SII-QTY IS NOT NUMERIC OR SII-QTY = ZERO
                   MOVE "INVALID QUANTITY" TO WS-SUS-REASON
               WHEN SII-UNIT-PRICE IS NOT NUMERIC
                   MOVE "INVALID UNIT PRICE" TO WS-SUS-REASON
               WHEN OTHER
                   PERFORM TRANSLATE-SUPPLIER-ITEM
           END-EVALUATE.
           IF WS-SUS-REASON NOT = SPACES
               PERFORM SUSPEND-INVOICE-LINE
           ELSE
               IF SII-RESUBMITTED
                   PERFORM SCAN-INVOICE-ON-FILE
               END-IF
               IF WS-ALREADY-LOADED
                   ADD 1 TO WS-INV-SKIPPED
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM WRITE-INVOICE-LINE
               END-IF
           END-IF.

       TRANSLATE-SUPPLIER-ITEM.
           MOVE SII-PO-NUMBER TO PO-NUMBER.
           MOVE SII-PO-LINE TO PO-LINE.
           READ PURCHORD-FILE
               INVALID KEY
                   MOVE SPACES TO PO-PROD-CODE
           END-READ.
           MOVE PO-PROD-CODE TO WS-PROD-CODE.
           IF SII-SUPP-ITEM NOT = SPACES
               MOVE SPACES TO WS-PROD-CODE
               IF WS-HAVE-XREF
                   MOVE SII-SUPPLIER TO SXR-ITEM-SUPPLIER
                   MOVE SII-SUPP-ITEM TO SXR-SUPPLIER-ITEM
                   READ SUPPXREF-FILE KEY IS SXR-ITEM-KEY
                       INVALID KEY
                           MOVE SPACES TO WS-PROD-CODE
                       NOT INVALID KEY
                           MOVE SXR-PROD-CODE TO WS-PROD-CODE
                   END-READ
               END-IF
               IF WS-PROD-CODE = SPACES
                   MOVE "NO CROSS-REFERENCE FOR ITEM"
                      TO WS-SUS-REASON
               END-IF
           END-IF.

       WRITE-INVOICE-LINE.
           MOVE WS-CUR-SUPPLIER TO SINV-SUPPLIER.
           MOVE WS-CUR-NUMBER TO SINV-NUMBER.
           COMPUTE SINV-LINE = WS-LAST-LINE + 1.
           MOVE SII-DATE TO SINV-DATE.
           MOVE SII-DUE-DATE TO SINV-DUE-DATE.
           MOVE SII-PO-NUMBER TO SINV-PO-NUMBER.
           MOVE SII-PO-LINE TO SINV-PO-LINE.
           MOVE WS-PROD-CODE TO SINV-PROD-CODE.
           MOVE SII-QTY TO SINV-QTY.
           MOVE SII-UNIT-PRICE TO SINV-UNIT-PRICE.
           MOVE ZERO TO SINV-PAY-DATE.
           MOVE SPACES TO SINV-PAY-REF.
           CALL "INVOICE-LINE-MATCH" USING SINV-PO-NUMBER
              SINV-PO-LINE SINV-PROD-CODE SINV-QTY SINV-UNIT-PRICE
              WS-MATCH-RESULT WS-MATCH-REASON.
           IF WS-MATCH-RESULT = "A"
               SET SINV-APPROVED TO TRUE
           ELSE
               SET SINV-ON-HOLD TO TRUE
           END-IF.
           WRITE SUPPINV-RECORD
               INVALID KEY
                   PERFORM PRINT-WRITE-ERROR
               NOT INVALID KEY
                   MOVE SINV-LINE TO WS-LAST-LINE
                   PERFORM COUNT-LOADED-LINE
                   IF SINV-APPROVED
                       PERFORM APPLY-COST-VARIANCE
                   END-IF
           END-WRITE.

      * An approved price variance moves the average cost of the units
      * still on hand
       APPLY-COST-VARIANCE.
           MOVE SPACES TO WS-CV-DOCUMENT.
           STRING "SI " DELIMITED BY SIZE
                  SINV-SUPPLIER DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SINV-NUMBER DELIMITED BY SIZE
                  INTO WS-CV-DOCUMENT
           END-STRING.
           CALL "COST-VARIANCE-APPLY" USING SINV-PO-NUMBER
              SINV-PO-LINE SINV-PROD-CODE SINV-QTY SINV-UNIT-PRICE
              WS-CV-DOCUMENT WS-CV-RESULT.

       PRINT-WRITE-ERROR.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  LINE " DELIMITED BY SIZE
                  SINV-LINE DELIMITED BY SIZE
                  " NOT WRITTEN - SUPPINV.DAT STATUS "
                     DELIMITED BY SIZE
                  FS-SUPPINV DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       COUNT-LOADED-LINE.
           COMPUTE WS-LINE-VALUE = SINV-QTY * SINV-UNIT-PRICE.
           ADD WS-LINE-VALUE TO WS-INV-VALUE WS-LOADED-VALUE.
           ADD 1 TO WS-LOADED-COUNT.
           IF SINV-APPROVED
               ADD 1 TO WS-INV-APPROVED WS-APPROVED-COUNT
           ELSE
               ADD 1 TO WS-INV-HELD WS-HELD-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  LINE " DELIMITED BY SIZE
                      SINV-LINE DELIMITED BY SIZE
                      " PO " DELIMITED BY SIZE
                      SINV-PO-NUMBER DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      SINV-PO-LINE DELIMITED BY SIZE
                      " HELD - " DELIMITED BY SIZE
                      WS-MATCH-REASON DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       SUSPEND-INVOICE-LINE.
           MOVE SINVIN-RECORD TO WS-SUS-DATA.
           CALL "SUSPENSE-WRITER" USING WS-SUS-SOURCE WS-SUS-REASON
              WS-SUS-DATA WS-SUS-RESULT.
           MOVE SPACES TO REPORT-LINE.
           IF WS-SUS-RESULT = "Y"
               ADD 1 TO WS-INV-SUSPENDED WS-SUSPENDED-COUNT
               STRING "  PO " DELIMITED BY SIZE
                      SII-PO-NUMBER DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      SII-PO-LINE DELIMITED BY SIZE
                      " ITEM " DELIMITED BY SIZE
                      SII-SUPP-ITEM DELIMITED BY SIZE
                      " SUSPENDED - " DELIMITED BY SIZE
                      WS-SUS-REASON DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               STRING "  PO " DELIMITED BY SIZE
                      SII-PO-NUMBER DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      SII-PO-LINE DELIMITED BY SIZE
                      " NOT LOADED - ERROR WRITING SUSPENSE.DAT"
                         DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.

       FINISH-INVOICE.
           IF NOT WS-NO-INVOICE
               MOVE WS-INV-LINES TO WS-COUNT-EDIT
               MOVE WS-INV-VALUE TO WS-VALUE-EDIT
               MOVE WS-INV-APPROVED TO WS-COUNT-EDIT-2
               MOVE WS-INV-HELD TO WS-COUNT-EDIT-3
               MOVE WS-INV-SUSPENDED TO WS-COUNT-EDIT-4
               MOVE SPACES TO REPORT-LINE
               STRING "     LINES" DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      "  VALUE" DELIMITED BY SIZE
                      WS-VALUE-EDIT DELIMITED BY SIZE
                      "  APPROVED" DELIMITED BY SIZE
                      WS-COUNT-EDIT-2 DELIMITED BY SIZE
                      "  HELD" DELIMITED BY SIZE
                      WS-COUNT-EDIT-3 DELIMITED BY SIZE
                      "  SUSPENDED" DELIMITED BY SIZE
                      WS-COUNT-EDIT-4 DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               IF WS-INV-SKIPPED > ZERO
                   MOVE WS-INV-SKIPPED TO WS-COUNT-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "     ALREADY LOADED, SKIPPED"
                             DELIMITED BY SIZE
                          WS-COUNT-EDIT DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
               SET WS-NO-INVOICE TO TRUE
           END-IF.

      * The trailer covers the D records since the previous trailer
       CHECK-TRAILER.
           PERFORM FINISH-INVOICE.
           MOVE SPACES TO WS-CUR-TYPE.
           ADD 1 TO WS-TRAILER-COUNT.
           MOVE SPACES TO REPORT-LINE.
           IF SII-TRL-LINES IS NUMERIC
              AND SII-TRL-TOTAL IS NUMERIC
              AND SII-TRL-LINES = WS-TRL-DETAIL-COUNT
              AND SII-TRL-TOTAL = WS-TRL-DETAIL-TOTAL
               MOVE WS-TRL-DETAIL-COUNT TO WS-COUNT-EDIT
               MOVE WS-TRL-DETAIL-TOTAL TO WS-VALUE-EDIT
               STRING "TRAILER AGREES - LINES" DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      "  TOTAL" DELIMITED BY SIZE
                      WS-VALUE-EDIT DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-TRAILER-ERRORS
               MOVE WS-TRL-DETAIL-COUNT TO WS-COUNT-EDIT
               MOVE WS-TRL-DETAIL-TOTAL TO WS-VALUE-EDIT
               MOVE ZERO TO WS-COUNT-EDIT-2 WS-VALUE-EDIT-2
               IF SII-TRL-LINES IS NUMERIC
                   MOVE SII-TRL-LINES TO WS-COUNT-EDIT-2
               END-IF
               IF SII-TRL-TOTAL IS NUMERIC
                   MOVE SII-TRL-TOTAL TO WS-VALUE-EDIT-2
               END-IF
               STRING "TRAILER OUT OF BALANCE - READ" DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      WS-VALUE-EDIT DELIMITED BY SIZE
                      "  TRAILER" DELIMITED BY SIZE
                      WS-COUNT-EDIT-2 DELIMITED BY SIZE
                      WS-VALUE-EDIT-2 DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-TRL-DETAIL-COUNT WS-TRL-DETAIL-TOTAL.

       PRINT-MISSING-TRAILER.
           ADD 1 TO WS-TRAILER-ERRORS.
           MOVE WS-TRL-DETAIL-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "NO TRAILER AFTER THE LAST" DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  " INVOICE LINES - FILE MAY BE INCOMPLETE"
                     DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       PRINT-REPORT-HEADING.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUPPLIER INVOICE IMPORT - CONTROL REPORT "
                     DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SUPP INVOICE      DATE     DUE DATE"
              TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-REPORT-TOTALS.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "INVOICE LINES READ      " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-INVOICE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "INVOICES                " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  REJECTED AS DUPLICATE " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-LOADED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-LOADED-VALUE TO WS-VALUE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "LINES LOADED            " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  "  VALUE" DELIMITED BY SIZE
                  WS-VALUE-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-APPROVED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  APPROVED FOR PAYMENT  " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-HELD-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ON MATCH HOLD         " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-SUSPENDED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "LINES SUSPENDED         " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RESUBMITTED, ON FILE    " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECORDS NOT LOADED      " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TRAILER-COUNT TO WS-COUNT-EDIT.
           MOVE WS-TRAILER-ERRORS TO WS-COUNT-EDIT-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "TRAILERS                " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  "  OUT OF BALANCE" DELIMITED BY SIZE
                  WS-COUNT-EDIT-2 DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           DISPLAY "INVOICES: " WS-INVOICE-COUNT
              "  DUPLICATES: " WS-DUPLICATE-COUNT
              "  LINES LOADED: " WS-LOADED-COUNT.
           DISPLAY "APPROVED: " WS-APPROVED-COUNT
              "  HELD: " WS-HELD-COUNT
              "  SUSPENDED: " WS-SUSPENDED-COUNT.
           IF WS-TRAILER-ERRORS > ZERO
               DISPLAY "TRAILER CHECK FAILED - SEE SINVIMP.PRT"
           END-IF.
           DISPLAY "SEE SINVIMP.PRT FOR THE CONTROL REPORT".

       CLOSE-FILES.
           IF FS-SINVIN-OK OR FS-SINVIN-EOF
               CLOSE SINVIN-FILE
           END-IF.
           CLOSE SUPPINV-FILE.
           CLOSE PURCHORD-FILE.
           IF WS-HAVE-XREF
               CLOSE SUPPXREF-FILE
           END-IF.
           CLOSE REPORT-FILE.
           IF FS-REPORT-OK
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "SINVIMP.PRT" TO RAP-REPORT-FILE.
           MOVE "SUPPLIER-INVOICE-IMPORT" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           MOVE ZERO TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
