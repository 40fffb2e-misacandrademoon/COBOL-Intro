      *          flags the invoice lines paid with the payment
      *          reference, and prints a remittance advice per
      *          supplier to REMIT.TXT. The AP mirror of the AR
      *          payment programs. Open billback debit notes from
      *          BILLBACK-CLAIM due by the same date are deducted from
      *          the supplier's payment and flagged paid with it; a
      *          supplier whose debits are not covered by the invoices
      *          being paid keeps them open for a later run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-PAY-THROUGH       PIC 9(8).
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-CURRENT-SUPPLIER  PIC X(4) VALUE SPACES.
       01  WS-SUPPLIER-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01  WS-SUPPLIER-LINES    PIC 9(3) VALUE ZERO.
       01  WS-RUN-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  WS-PAYMENT-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-MONEY-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-RUN-EDIT          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-PAY-REF           PIC X(12).
       01  WS-DUE-INVOICES      PIC 9(9)V99 VALUE ZERO.
       01  WS-DUE-DEBITS        PIC 9(9)V99 VALUE ZERO.
       01  WS-DEBITS-TAKEN      PIC X VALUE "N".
           88 WS-TAKE-DEBITS    VALUE "Y".
       01  WS-RESUME-KEY        PIC X(19).
       01  WS-SCAN-DONE         PIC X.
           88 WS-SCAN-FINISHED  VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O SUPPINV-FILE.
           IF NOT FS-SUPPINV-OK
               DISPLAY "ERROR OPENING SUPPINV.DAT: " FS-SUPPINV
               MOVE "AP-PAYMENT-RUN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SUPPINV.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUPPINV TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O APPAY-FILE.
           IF FS-APPAY-NOT-EXIST
           END-IF.
           IF NOT FS-APPAY-OK
               DISPLAY "ERROR OPENING APPAY.DAT: " FS-APPAY
               MOVE "AP-PAYMENT-RUN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "APPAY.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-APPAY TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND REMIT-FILE.
           IF FS-REMIT-NOT-EXIST
           END-IF.
           IF NOT FS-REMIT-OK
               DISPLAY "ERROR OPENING REMIT.TXT: " FS-REMIT
               MOVE "AP-PAYMENT-RUN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "REMIT.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-REMIT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-INVOICE-LINE.
           END-READ.

       PAY-ONE-LINE.
           IF (SINV-APPROVED OR SINV-BILLBACK-DEBIT)
              AND SINV-DUE-DATE <= WS-PAY-THROUGH
               IF SINV-SUPPLIER NOT = WS-CURRENT-SUPPLIER
                   PERFORM SETTLE-CURRENT-SUPPLIER
                   MOVE SINV-SUPPLIER TO WS-CURRENT-SUPPLIER
                   PERFORM TOTAL-SUPPLIER-DUE
                   IF WS-DUE-INVOICES > ZERO
                       PERFORM GET-NEXT-APPAY-NUMBER
                       MOVE SPACES TO WS-PAY-REF
                       STRING "CHQ" DELIMITED BY SIZE
                              WS-NEW-PAY-NUMBER DELIMITED BY SIZE
                              INTO WS-PAY-REF
                       END-STRING
                       PERFORM WRITE-REMIT-HEADER
                   END-IF
               END-IF
               IF SINV-APPROVED
                   PERFORM PAY-INVOICE-LINE
               END-IF
               IF SINV-BILLBACK-DEBIT AND WS-TAKE-DEBITS
                   PERFORM DEDUCT-DEBIT-LINE
               END-IF
           END-IF.
           PERFORM READ-NEXT-INVOICE-LINE.

      * What the supplier is due this run, invoices and billback
      * debits apart - the debits are only taken when the invoices
      * more than cover them. Puts the file back where it was.
       TOTAL-SUPPLIER-DUE.
           MOVE ZERO TO WS-DUE-INVOICES WS-DUE-DEBITS.
           MOVE "N" TO WS-DEBITS-TAKEN.
           MOVE SINV-KEY TO WS-RESUME-KEY.
           MOVE "N" TO WS-SCAN-DONE.
           PERFORM ADD-ONE-DUE-LINE UNTIL WS-SCAN-FINISHED.
           IF WS-DUE-DEBITS > ZERO
              AND WS-DUE-INVOICES > WS-DUE-DEBITS
               SET WS-TAKE-DEBITS TO TRUE
           END-IF.
           MOVE WS-RESUME-KEY TO SINV-KEY.
           START SUPPINV-FILE KEY IS = SINV-KEY
               INVALID KEY
                   SET FS-SUPPINV-EOF TO TRUE
           END-START.
           IF NOT FS-SUPPINV-EOF
               READ SUPPINV-FILE NEXT RECORD
                   AT END
                       SET FS-SUPPINV-EOF TO TRUE
               END-READ
           END-IF.

       ADD-ONE-DUE-LINE.
           IF SINV-SUPPLIER NOT = WS-CURRENT-SUPPLIER
               SET WS-SCAN-FINISHED TO TRUE
           ELSE
               IF SINV-DUE-DATE <= WS-PAY-THROUGH
                   COMPUTE WS-LINE-VALUE = SINV-QTY * SINV-UNIT-PRICE
                   EVALUATE TRUE
                       WHEN SINV-APPROVED
                           ADD WS-LINE-VALUE TO WS-DUE-INVOICES
                       WHEN SINV-BILLBACK-DEBIT
                           ADD WS-LINE-VALUE TO WS-DUE-DEBITS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               READ SUPPINV-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-FINISHED TO TRUE
               END-READ
           END-IF.

       DEDUCT-DEBIT-LINE.
           COMPUTE WS-LINE-VALUE = SINV-QTY * SINV-UNIT-PRICE.
           SET SINV-PAID TO TRUE.
           MOVE WS-TODAY-DATE TO SINV-PAY-DATE.
           MOVE WS-PAY-REF TO SINV-PAY-REF.
           REWRITE SUPPINV-RECORD
               INVALID KEY
                   DISPLAY "ERROR FLAGGING BILLBACK DEBIT TAKEN: "
                      FS-SUPPINV
                   MOVE "AP-PAYMENT-RUN" TO ERP-PROGRAM
                   MOVE "DEDUCT-DEBIT-LINE" TO ERP-PARAGRAPH
                   MOVE "SUPPINV.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-SUPPINV TO ERP-STATUS
                   MOVE SINV-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   SUBTRACT WS-LINE-VALUE FROM WS-SUPPLIER-TOTAL
                   PERFORM WRITE-REMIT-DEBIT
           END-REWRITE.

       PAY-INVOICE-LINE.
           COMPUTE WS-LINE-VALUE = SINV-QTY * SINV-UNIT-PRICE.
           SET SINV-PAID TO TRUE.
               INVALID KEY
                   DISPLAY "ERROR FLAGGING INVOICE LINE PAID: "
                      FS-SUPPINV
                   MOVE "AP-PAYMENT-RUN" TO ERP-PROGRAM
                   MOVE "PAY-INVOICE-LINE" TO ERP-PARAGRAPH
                   MOVE "SUPPINV.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-SUPPINV TO ERP-STATUS
                   MOVE SINV-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD WS-LINE-VALUE TO WS-SUPPLIER-TOTAL
                   ADD 1 TO WS-SUPPLIER-LINES
               WRITE APPAY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING PAYMENT: " FS-APPAY
                       MOVE "AP-PAYMENT-RUN" TO ERP-PROGRAM
                       MOVE "SETTLE-CURRENT-SUPPLIER" TO ERP-PARAGRAPH
                       MOVE "APPAY.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-APPAY TO ERP-STATUS
                       MOVE APPAY-NUMBER TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-PAYMENT-COUNT
                       ADD WS-SUPPLIER-TOTAL TO WS-RUN-TOTAL
               END-WRITE
               PERFORM WRITE-REMIT-TOTAL
           END-IF.
           IF WS-CURRENT-SUPPLIER NOT = SPACES
              AND WS-DUE-DEBITS > ZERO AND NOT WS-TAKE-DEBITS
               MOVE WS-DUE-DEBITS TO WS-MONEY-EDIT
               DISPLAY "BILLBACK DEBITS OF " WS-MONEY-EDIT " FOR "
                  WS-CURRENT-SUPPLIER " NOT COVERED - LEFT OPEN"
           END-IF.
           MOVE ZERO TO WS-SUPPLIER-TOTAL WS-SUPPLIER-LINES.

       WRITE-REMIT-HEADER.
           END-STRING.
           WRITE REMIT-LINE.

       WRITE-REMIT-DEBIT.
           MOVE WS-LINE-VALUE TO WS-MONEY-EDIT.
           MOVE SPACES TO REMIT-LINE.
           STRING SINV-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SINV-LINE DELIMITED BY SIZE
                  " BILLBACK " DELIMITED BY SIZE
                  SINV-PROD-CODE DELIMITED BY SIZE
                  "       -" DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  INTO REMIT-LINE
           END-STRING.
           WRITE REMIT-LINE.

       WRITE-REMIT-TOTAL.
           MOVE WS-SUPPLIER-TOTAL TO WS-MONEY-EDIT.
           MOVE SPACES TO REMIT-LINE.
