      *          the supplier's invoice lines on SUPPINV.DAT against
      *          their PO lines, then matches billed quantity to the
      *          quantity RECEIVING posted and billed price to
      *          PROD-COST within a tolerance, through the
      *          INVOICE-LINE-MATCH routine SUPPLIER-INVOICE-IMPORT
      *          shares. Clean lines go to
      *          approved-for-payment status; variances go on match
      *          hold for the buyer (INVOICE-MATCH-REPORT lists
      *          them), as do lines billed for a product that is not
      *          the one on the PO line. The supplier's own item
      *          number on each invoice line is translated to our
      *          product through SUPPXREF.DAT; a line whose number has
      *          no cross-reference goes to SUSPENSE.DAT instead of
      *          SUPPINV.DAT, for SUSPENSE-REPAIR once the
      *          cross-reference is on file. When an approved line is
      *          billed at other than the PO-UNIT-COST it was received
      *          at, COST-VARIANCE-APPLY moves the average PROD-COST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PO-KEY
               FILE STATUS IS FS-PURCHORD.

           SELECT SUPPXREF-FILE ASSIGN TO "SUPPXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SXR-KEY
               ALTERNATE RECORD KEY IS SXR-ITEM-KEY
               FILE STATUS IS FS-SUPPXREF.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHORD-FILE.
       COPY PURCHORD-RECORD.

       FD  SUPPXREF-FILE.
       COPY SUPPXREF-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-SUPPINV           PIC XX.
           88 FS-FILE-NOT-EXIST VALUE "35".
       01  FS-PURCHORD          PIC XX.
           88 FS-PURCHORD-OK    VALUE "00".
       01  FS-SUPPXREF          PIC XX.
           88 FS-SUPPXREF-OK    VALUE "00".
       01  WS-XREF-OPEN         PIC X VALUE "N".
           88 WS-HAVE-XREF      VALUE "Y".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".
       01  WS-PO-LINE           PIC 9(3).
       01  WS-QTY               PIC 9(5).
       01  WS-PRICE-EDIT        PIC X(12).
       01  WS-SUPP-ITEM         PIC X(15).
       01  WS-XREF-PROD-CODE    PIC X(5).
       01  WS-END-ENTRY         PIC X.
           88 WS-NO-MORE-ENTRY  VALUE "Y".

       01  WS-MATCH-RESULT      PIC X.
       01  WS-MATCH-REASON      PIC X(40).
       01  WS-CV-DOCUMENT       PIC X(20).
       01  WS-CV-RESULT         PIC X.
       01  WS-MATCH-APPROVED    PIC 9(3).
       01  WS-MATCH-HELD        PIC 9(3).
       01  WS-FIN-MATCH         PIC X.
           88 WS-NO-MORE-MATCH  VALUE "Y".

       01  WS-SUS-SOURCE        PIC X(17) VALUE "SUPP-INV-ENTRY".
       01  WS-SUS-REASON        PIC X(30).
       01  WS-SUS-DATA          PIC X(80).
       01  WS-SUS-RESULT        PIC X.
       01  WS-SUS-INVOICE-LINE.
           05 WS-SIL-SUPPLIER    PIC X(4).
           05 WS-SIL-NUMBER      PIC X(12).
           05 WS-SIL-DATE        PIC 9(8).
           05 WS-SIL-DUE-DATE    PIC 9(8).
           05 WS-SIL-PO-NUMBER   PIC 9(6).
           05 WS-SIL-PO-LINE     PIC 9(3).
           05 WS-SIL-SUPP-ITEM   PIC X(15).
           05 WS-SIL-QTY         PIC 9(5).
           05 WS-SIL-UNIT-PRICE  PIC 9(7)V99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           IF FS-OK AND FS-PURCHORD-OK
               PERFORM PROCESS-MENU UNTIL NOT WS-YES
           END-IF.
           PERFORM CLOSE-FILES.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING SUPPINV.DAT: " FS-SUPPINV
               MOVE "SUPPLIER-INVOICE-ENTRY" TO ERP-PROGRAM
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
               MOVE "SUPPLIER-INVOICE-ENTRY" TO ERP-PROGRAM
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
           END-IF.

       PROCESS-MENU.
           ELSE
               DISPLAY "PO LINE (3 digits): " WITH NO ADVANCING
               ACCEPT WS-PO-LINE
               DISPLAY "SUPPLIER ITEM NUMBER (blank = PO LINE "
                  "PRODUCT): " WITH NO ADVANCING
               ACCEPT WS-SUPP-ITEM
               DISPLAY "QUANTITY BILLED (5 digits): "
                  WITH NO ADVANCING
               ACCEPT WS-QTY
           MOVE WS-PO-LINE TO PO-LINE.
           READ PURCHORD-FILE
               INVALID KEY
                   MOVE SPACES TO PO-PROD-CODE
                   DISPLAY "WARNING: PO LINE NOT ON FILE - LINE "
                      "WILL FAIL THE MATCH"
           END-READ.
           MOVE PO-PROD-CODE TO SINV-PROD-CODE.
           IF WS-SUPP-ITEM NOT = SPACES
               PERFORM TRANSLATE-SUPPLIER-ITEM
           END-IF.
           IF WS-SUPP-ITEM NOT = SPACES
              AND WS-XREF-PROD-CODE = SPACES
               PERFORM SUSPEND-INVOICE-LINE
           ELSE
               PERFORM STORE-INVOICE-LINE
           END-IF.

       TRANSLATE-SUPPLIER-ITEM.
           MOVE SPACES TO WS-XREF-PROD-CODE.
           IF WS-HAVE-XREF
               MOVE WS-SUPPLIER TO SXR-ITEM-SUPPLIER
               MOVE WS-SUPP-ITEM TO SXR-SUPPLIER-ITEM
               READ SUPPXREF-FILE KEY IS SXR-ITEM-KEY
                   INVALID KEY
                       MOVE SPACES TO WS-XREF-PROD-CODE
                   NOT INVALID KEY
                       MOVE SXR-PROD-CODE TO WS-XREF-PROD-CODE
               END-READ
           END-IF.
           IF WS-XREF-PROD-CODE NOT = SPACES
               MOVE WS-XREF-PROD-CODE TO SINV-PROD-CODE
               IF WS-XREF-PROD-CODE NOT = PO-PROD-CODE
                   DISPLAY "WARNING: ITEM IS OUR " WS-XREF-PROD-CODE
                      " BUT THE PO LINE IS FOR " PO-PROD-CODE
                      " - LINE WILL FAIL THE MATCH"
               END-IF
           END-IF.

       STORE-INVOICE-LINE.
           SET SINV-ENTERED TO TRUE.
           MOVE ZERO TO SINV-PAY-DATE.
           MOVE SPACES TO SINV-PAY-REF.
           WRITE SUPPINV-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING INVOICE LINE: " FS-SUPPINV
                   MOVE "SUPPLIER-INVOICE-ENTRY" TO ERP-PROGRAM
                   MOVE "STORE-INVOICE-LINE" TO ERP-PARAGRAPH
                   MOVE "SUPPINV.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-SUPPINV TO ERP-STATUS
                   MOVE SINV-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-LINE-COUNT
                   DISPLAY "LINE " SINV-LINE " RECORDED"
           END-WRITE.

       SUSPEND-INVOICE-LINE.
           MOVE WS-SUPPLIER TO WS-SIL-SUPPLIER.
           MOVE WS-INVOICE-NUMBER TO WS-SIL-NUMBER.
           MOVE WS-INVOICE-DATE TO WS-SIL-DATE.
           MOVE WS-DUE-DATE TO WS-SIL-DUE-DATE.
           MOVE WS-PO-NUMBER TO WS-SIL-PO-NUMBER.
           MOVE WS-PO-LINE TO WS-SIL-PO-LINE.
           MOVE WS-SUPP-ITEM TO WS-SIL-SUPP-ITEM.
           MOVE WS-QTY TO WS-SIL-QTY.
           MOVE SINV-UNIT-PRICE TO WS-SIL-UNIT-PRICE.
           MOVE WS-SUS-INVOICE-LINE TO WS-SUS-DATA.
           MOVE "NO CROSS-REFERENCE FOR ITEM" TO WS-SUS-REASON.
           CALL "SUSPENSE-WRITER" USING WS-SUS-SOURCE WS-SUS-REASON
              WS-SUS-DATA WS-SUS-RESULT.
           IF WS-SUS-RESULT = "Y"
               DISPLAY "ITEM " WS-SUPP-ITEM " NOT CROSS-REFERENCED "
                  "FOR " WS-SUPPLIER " - LINE SUSPENDED"
           ELSE
               DISPLAY "ERROR SUSPENDING LINE - NOT RECORDED"
           END-IF.

       MATCH-INVOICE.
           PERFORM GET-INVOICE-ID.
           MOVE ZERO TO WS-MATCH-APPROVED WS-MATCH-HELD.
           PERFORM READ-NEXT-INVOICE-LINE.

       RUN-THREE-WAY-MATCH.
           CALL "INVOICE-LINE-MATCH" USING SINV-PO-NUMBER
              SINV-PO-LINE SINV-PROD-CODE SINV-QTY SINV-UNIT-PRICE
              WS-MATCH-RESULT WS-MATCH-REASON.
           IF WS-MATCH-RESULT = "A"
               PERFORM APPROVE-INVOICE-LINE
           ELSE
               DISPLAY "LINE " SINV-LINE " HELD: " WS-MATCH-REASON
               PERFORM HOLD-INVOICE-LINE
           END-IF.

       HOLD-INVOICE-LINE.
           SET SINV-ON-HOLD TO TRUE.
               INVALID KEY
                   DISPLAY "ERROR UPDATING INVOICE LINE: "
                      FS-SUPPINV
                   MOVE "SUPPLIER-INVOICE-ENTRY" TO ERP-PROGRAM
                   MOVE "HOLD-INVOICE-LINE" TO ERP-PARAGRAPH
                   MOVE "SUPPINV.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-SUPPINV TO ERP-STATUS
                   MOVE SINV-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-MATCH-HELD
           END-REWRITE.
               INVALID KEY
                   DISPLAY "ERROR UPDATING INVOICE LINE: "
                      FS-SUPPINV
                   MOVE "SUPPLIER-INVOICE-ENTRY" TO ERP-PROGRAM
                   MOVE "APPROVE-INVOICE-LINE" TO ERP-PARAGRAPH
                   MOVE "SUPPINV.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-SUPPINV TO ERP-STATUS
                   MOVE SINV-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-MATCH-APPROVED
                   DISPLAY "LINE " SINV-LINE " APPROVED FOR "
                      "PAYMENT"
                   PERFORM APPLY-COST-VARIANCE
           END-REWRITE.

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
           IF WS-CV-RESULT = "Y"
               DISPLAY "PRICE VARIANCE TAKEN INTO AVERAGE COST OF "
                  SINV-PROD-CODE
           END-IF.

       CLOSE-FILES.
           CLOSE SUPPINV-FILE.
           CLOSE PURCHORD-FILE.
           IF WS-HAVE-XREF
               CLOSE SUPPXREF-FILE
           END-IF.
           DISPLAY "PROGRAM FINISHED.".
