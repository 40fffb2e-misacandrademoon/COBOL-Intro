      *          each SUSPENSE.DAT record in repaired status back to
      *          its source intake file - SALESIN.TXT for the sales
      *          intake, CUSTOMERS.CSV for the customer import,
      *          PRODUCTS.CSV for the product import, LOCKBOX.TXT for
      *          the bank lockbox import, ASNIN.TXT for the
      *          advance-ship-notice import, SINVIN.TXT as an R record
      *          for supplier invoice lines from the invoice import or
      *          keyed in SUPPLIER-INVOICE-ENTRY, VANSALES.TXT for
      *          the van sales import - and marks it
      *          cleared, so the next run of the original intake
      *          validates the corrected line exactly like fresh
      *          input. Held counter
      *          tickets suspended by HOLD-SALES-POST are put back to
      *          pending on HOLDSALE.DAT, with the quantity as
      *          repaired in the suspense data, for the next posting
      *          run. Prints a count per source.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODCSV.

           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOCKBOX.

           SELECT ASNIN-FILE ASSIGN TO "ASNIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASNIN.

           SELECT SINVIN-FILE ASSIGN TO "SINVIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SINVIN.

           SELECT VANSALES-FILE ASSIGN TO "VANSALES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VANSALES.

           SELECT HOLDSALE-FILE ASSIGN TO "HOLDSALE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS FS-HOLDSALE.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       FD  PRODCSV-FILE.
       01  PRODCSV-LINE          PIC X(60).

       FD  LOCKBOX-FILE.
       01  LOCKBOX-LINE          PIC X(50).

       FD  ASNIN-FILE.
       01  ASNIN-LINE            PIC X(40).

       FD  SINVIN-FILE.
       01  SINVIN-LINE           PIC X(71).

       FD  VANSALES-FILE.
       01  VANSALES-LINE         PIC X(60).

       FD  HOLDSALE-FILE.
       COPY HOLDSALE-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-SUSPENSE          PIC XX.
           88 FS-SUSPENSE-OK    VALUE "00".
           88 FS-PRODCSV-OK     VALUE "00".
           88 FS-PRODCSV-NOT-EXIST VALUE "35".

       01  FS-LOCKBOX           PIC XX.
           88 FS-LOCKBOX-OK     VALUE "00".
           88 FS-LOCKBOX-NOT-EXIST VALUE "35".

       01  FS-ASNIN             PIC XX.
           88 FS-ASNIN-OK       VALUE "00".
           88 FS-ASNIN-NOT-EXIST VALUE "35".

       01  FS-SINVIN            PIC XX.
           88 FS-SINVIN-OK      VALUE "00".
           88 FS-SINVIN-NOT-EXIST VALUE "35".

       01  FS-VANSALES          PIC XX.
           88 FS-VANSALES-OK    VALUE "00".
           88 FS-VANSALES-NOT-EXIST VALUE "35".

       01  FS-HOLDSALE          PIC XX.
           88 FS-HOLDSALE-OK    VALUE "00".
       01  WS-HOLDSALE-OPEN     PIC X VALUE "N".
           88 WS-HOLDSALE-IS-OPEN VALUE "Y".

       01  WS-SALES-RESUB       PIC 9(5) VALUE ZERO.
       01  WS-HOLD-RESUB        PIC 9(5) VALUE ZERO.
       01  WS-CUST-RESUB        PIC 9(5) VALUE ZERO.
       01  WS-PROD-RESUB        PIC 9(5) VALUE ZERO.
       01  WS-LOCKBOX-RESUB     PIC 9(5) VALUE ZERO.
       01  WS-ASN-RESUB         PIC 9(5) VALUE ZERO.
       01  WS-SINV-RESUB        PIC 9(5) VALUE ZERO.
       01  WS-VAN-RESUB         PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED           PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           END-IF.
           IF NOT FS-SUSPENSE-OK
               DISPLAY "ERROR OPENING SUSPENSE.DAT: " FS-SUSPENSE
               MOVE "SUSPENSE-RESUBMIT" TO ERP-PROGRAM
               MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
               MOVE "SUSPENSE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUSPENSE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "RESUBMITTED TO SALESIN.TXT:   " WS-SALES-RESUB.
           DISPLAY "RESUBMITTED TO CUSTOMERS.CSV: " WS-CUST-RESUB.
           DISPLAY "RESUBMITTED TO PRODUCTS.CSV:  " WS-PROD-RESUB.
           DISPLAY "RESUBMITTED TO LOCKBOX.TXT:   " WS-LOCKBOX-RESUB.
           DISPLAY "RESUBMITTED TO ASNIN.TXT:     " WS-ASN-RESUB.
           DISPLAY "RESUBMITTED TO SINVIN.TXT:    " WS-SINV-RESUB.
           DISPLAY "RESUBMITTED TO VANSALES.TXT:  " WS-VAN-RESUB.
           DISPLAY "REQUEUED ON HOLDSALE.DAT:     " WS-HOLD-RESUB.
           IF WS-SKIPPED > ZERO
               DISPLAY "UNKNOWN SOURCE SKIPPED:       " WS-SKIPPED
           END-IF.
           END-IF.
           IF NOT FS-SALESIN-OK
               DISPLAY "ERROR OPENING SALESIN.TXT: " FS-SALESIN
               MOVE "SUSPENSE-RESUBMIT" TO ERP-PROGRAM
               MOVE "OPEN-INTAKE-FILES" TO ERP-PARAGRAPH
               MOVE "SALESIN.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SALESIN TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND CUSTCSV-FILE.
           IF FS-CUSTCSV-NOT-EXIST
           END-IF.
           IF NOT FS-CUSTCSV-OK
               DISPLAY "ERROR OPENING CUSTOMERS.CSV: " FS-CUSTCSV
               MOVE "SUSPENSE-RESUBMIT" TO ERP-PROGRAM
               MOVE "OPEN-INTAKE-FILES" TO ERP-PARAGRAPH
               MOVE "CUSTOMERS.CSV" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CUSTCSV TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND PRODCSV-FILE.
           IF FS-PRODCSV-NOT-EXIST
           END-IF.
           IF NOT FS-PRODCSV-OK
               DISPLAY "ERROR OPENING PRODUCTS.CSV: " FS-PRODCSV
               MOVE "SUSPENSE-RESUBMIT" TO ERP-PROGRAM
               MOVE "OPEN-INTAKE-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.CSV" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODCSV TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND LOCKBOX-FILE.
           IF FS-LOCKBOX-NOT-EXIST
               OPEN OUTPUT LOCKBOX-FILE
           END-IF.
           IF NOT FS-LOCKBOX-OK
               DISPLAY "ERROR OPENING LOCKBOX.TXT: " FS-LOCKBOX
               MOVE "SUSPENSE-RESUBMIT" TO ERP-PROGRAM
               MOVE "OPEN-INTAKE-FILES" TO ERP-PARAGRAPH
               MOVE "LOCKBOX.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-LOCKBOX TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND ASNIN-FILE.
           IF FS-ASNIN-NOT-EXIST
               OPEN OUTPUT ASNIN-FILE
           END-IF.
           IF NOT FS-ASNIN-OK
               DISPLAY "ERROR OPENING ASNIN.TXT: " FS-ASNIN
               MOVE "SUSPENSE-RESUBMIT" TO ERP-PROGRAM
               MOVE "OPEN-INTAKE-FILES" TO ERP-PARAGRAPH
               MOVE "ASNIN.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ASNIN TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND SINVIN-FILE.
           IF FS-SINVIN-NOT-EXIST
               OPEN OUTPUT SINVIN-FILE
           END-IF.
           IF NOT FS-SINVIN-OK
               DISPLAY "ERROR OPENING SINVIN.TXT: " FS-SINVIN
               MOVE "SUSPENSE-RESUBMIT" TO ERP-PROGRAM
               MOVE "OPEN-INTAKE-FILES" TO ERP-PARAGRAPH
               MOVE "SINVIN.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SINVIN TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND VANSALES-FILE.
           IF FS-VANSALES-NOT-EXIST
               OPEN OUTPUT VANSALES-FILE
           END-IF.
           IF NOT FS-VANSALES-OK
               DISPLAY "ERROR OPENING VANSALES.TXT: " FS-VANSALES
               MOVE "SUSPENSE-RESUBMIT" TO ERP-PROGRAM
               MOVE "OPEN-INTAKE-FILES" TO ERP-PARAGRAPH
               MOVE "VANSALES.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VANSALES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O HOLDSALE-FILE.
           IF FS-HOLDSALE-OK
               MOVE "Y" TO WS-HOLDSALE-OPEN
           END-IF.

       READ-NEXT-SUSPENSE.
                           ADD 1 TO WS-PROD-RESUB
                           PERFORM MARK-RECORD-CLEARED
                       END-IF
                   WHEN "LOCKBOX-IMPORT"
                       IF FS-LOCKBOX-OK
                           MOVE SUS-DATA TO LOCKBOX-LINE
                           WRITE LOCKBOX-LINE
                           ADD 1 TO WS-LOCKBOX-RESUB
                           PERFORM MARK-RECORD-CLEARED
                       END-IF
                   WHEN "ASN-IMPORT"
                       IF FS-ASNIN-OK
                           MOVE SUS-DATA TO ASNIN-LINE
                           WRITE ASNIN-LINE
                           ADD 1 TO WS-ASN-RESUB
                           PERFORM MARK-RECORD-CLEARED
                       END-IF
                   WHEN "SUPP-INV-IMPORT"
                       IF FS-SINVIN-OK
                           MOVE SUS-DATA TO SINVIN-LINE
                           MOVE "R" TO SINVIN-LINE (1:1)
                           WRITE SINVIN-LINE
                           ADD 1 TO WS-SINV-RESUB
                           PERFORM MARK-RECORD-CLEARED
                       END-IF
                   WHEN "SUPP-INV-ENTRY"
                       IF FS-SINVIN-OK
                           MOVE SPACES TO SINVIN-LINE
                           STRING "R" DELIMITED BY SIZE
                                  SUS-DATA (1:70) DELIMITED BY SIZE
                                  INTO SINVIN-LINE
                           END-STRING
                           WRITE SINVIN-LINE
                           ADD 1 TO WS-SINV-RESUB
                           PERFORM MARK-RECORD-CLEARED
                       END-IF
                   WHEN "VAN-SALES-ENTRY"
                       IF FS-VANSALES-OK
                           MOVE SUS-DATA TO VANSALES-LINE
                           WRITE VANSALES-LINE
                           ADD 1 TO WS-VAN-RESUB
                           PERFORM MARK-RECORD-CLEARED
                       END-IF
                   WHEN "HOLD-SALES-POST"
                       IF WS-HOLDSALE-IS-OPEN
                           PERFORM REQUEUE-HELD-LINE
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-SKIPPED
                       DISPLAY "UNKNOWN SOURCE ON " SUS-SEQ ": "
           END-IF.
           PERFORM READ-NEXT-SUSPENSE.

       REQUEUE-HELD-LINE.
           MOVE SUS-DATA (1:6) TO HS-HOLD-NUMBER.
           MOVE SUS-DATA (8:3) TO HS-LINE.
           READ HOLDSALE-FILE
               INVALID KEY
                   DISPLAY "HELD LINE NOT ON HOLDSALE.DAT FOR "
                      SUS-SEQ ": " SUS-DATA (1:10)
               NOT INVALID KEY
                   IF HS-SUSPENDED
                       IF SUS-DATA (18:5) IS NUMERIC
                          AND SUS-DATA (18:5) NOT = "00000"
                           MOVE SUS-DATA (18:5) TO HS-CANTIDAD
                       END-IF
                       SET HS-PENDING TO TRUE
                       REWRITE HOLDSALE-RECORD
                           INVALID KEY
                               DISPLAY "ERROR REQUEUING HELD LINE "
                                  HS-KEY ": " FS-HOLDSALE
                               MOVE "SUSPENSE-RESUBMIT" TO ERP-PROGRAM
                               MOVE "REQUEUE-HELD-LINE" TO ERP-PARAGRAPH
                               MOVE "HOLDSALE.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-HOLDSALE TO ERP-STATUS
                               MOVE HS-KEY TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               ADD 1 TO WS-HOLD-RESUB
                               PERFORM MARK-RECORD-CLEARED
                       END-REWRITE
                   ELSE
                       PERFORM MARK-RECORD-CLEARED
                   END-IF
           END-READ.

       MARK-RECORD-CLEARED.
           SET SUS-CLEARED TO TRUE.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "ERROR FLAGGING " SUS-SEQ ": "
                      FS-SUSPENSE
                   MOVE "SUSPENSE-RESUBMIT" TO ERP-PROGRAM
                   MOVE "MARK-RECORD-CLEARED" TO ERP-PARAGRAPH
                   MOVE "SUSPENSE.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-SUSPENSE TO ERP-STATUS
                   MOVE SUS-SEQ TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-REWRITE.

       CLOSE-INTAKE-FILES.
           IF FS-PRODCSV-OK
               CLOSE PRODCSV-FILE
           END-IF.
           IF FS-LOCKBOX-OK
               CLOSE LOCKBOX-FILE
           END-IF.
           IF FS-ASNIN-OK
               CLOSE ASNIN-FILE
           END-IF.
           IF FS-SINVIN-OK
               CLOSE SINVIN-FILE
           END-IF.
           IF FS-VANSALES-OK
               CLOSE VANSALES-FILE
           END-IF.
           IF WS-HOLDSALE-IS-OPEN
               CLOSE HOLDSALE-FILE
           END-IF.
