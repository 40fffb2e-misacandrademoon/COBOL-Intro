      ******************************************************************
      * Author:
      * Date:
      * Purpose: Card processor settlement reconciliation. Reads the
      *          processor's settlement file CARDSETL.TXT (one line
      *          per transaction paid: S sale, R refund or C
      *          chargeback, with the payment date, the sale date and
      *          ticket, the gross amount and the fee withheld) and
      *          matches it by ticket and amount to the card tender
      *          taken on each sale day - the VENTA-CARD lines on
      *          SELLS.DAT plus the card side of TSPLIT.DAT split
      *          tenders. Every card ticket of a day the processor
      *          has paid is held on CARDITEM.DAT and stays open
      *          until the processor settles it in full, so a
      *          transaction left out of one file is listed on every
      *          run until a later file pays it. CARDREC.PRT shows
      *          gross, fees withheld, chargebacks and net paid per
      *          payment date, the exceptions on this file, and every
      *          open item: card sales not yet paid, amounts paid
      *          that differ from the ticket, and processor items
      *          with no card sale on file. Fees, chargebacks and the
      *          net paid per payment date are written to CARDGL.DAT;
      *          GL-DAILY-JOURNAL posts the fees and chargebacks
      *          through the CS mapping on the day of the import and
      *          BANK-RECONCILIATION matches the net payments to the
      *          bank statement. A line already taken from an earlier
      *          file with the same payment date is skipped, so a
      *          file imported twice does not settle twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-SETTLEMENT-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDSETL-FILE ASSIGN TO "CARDSETL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARDSETL.

           SELECT CARDITEM-FILE ASSIGN TO "CARDITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIT-KEY
               FILE STATUS IS FS-CARDITEM.

           SELECT CARDGL-FILE ASSIGN TO "CARDGL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CARDGL.

           SELECT VENTAS-FILE ASSIGN TO "SELLS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTA-NUMERO
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT TSPLIT-FILE ASSIGN TO "TSPLIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TSPLIT.

           SELECT REPORT-FILE ASSIGN TO "CARDREC.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  CARDSETL-FILE.
       01  CARDSETL-RECORD.
           05 CST-TYPE           PIC X(1).
               88 CST-SALE       VALUE "S".
               88 CST-REFUND     VALUE "R".
               88 CST-CHARGEBACK VALUE "C".
           05 CST-SETTLE-FECHA   PIC 9(8).
           05 CST-SALE-FECHA     PIC 9(8).
           05 CST-TICKET         PIC 9(6).
           05 CST-GROSS          PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 CST-FEE            PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 CST-PROC-REF       PIC X(12).

       FD  CARDITEM-FILE.
       COPY CARDITEM-RECORD.

       FD  CARDGL-FILE.
       COPY CARDGL-RECORD.

       FD  VENTAS-FILE.
       COPY VENTAS-RECORD.

       FD  TSPLIT-FILE.
       COPY TSPLIT-RECORD.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-CARDSETL          PIC XX.
           88 FS-CARDSETL-OK    VALUE "00".
           88 FS-CARDSETL-EOF   VALUE "10".
       01  FS-CARDITEM          PIC XX.
           88 FS-CARDITEM-OK    VALUE "00".
           88 FS-CARDITEM-EOF   VALUE "10".
           88 FS-CARDITEM-NOT-EXIST VALUE "35".
       01  FS-CARDGL            PIC XX.
           88 FS-CARDGL-OK      VALUE "00".
           88 FS-CARDGL-NOT-EXIST VALUE "35".
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
           88 FS-VENTAS-EOF     VALUE "10".
       01  FS-TSPLIT            PIC XX.
           88 FS-TSPLIT-OK      VALUE "00".
           88 FS-TSPLIT-EOF     VALUE "10".
       01  FS-REPORT            PIC XX.
           88 FS-REPORT-OK      VALUE "00".

       01  WS-TODAY             PIC 9(8).

       01  WS-DAY-TABLE.
           05 WS-DAY-FECHA OCCURS 60 TIMES INDEXED BY WS-DAY-IDX
                                 PIC 9(8).
       01  WS-DAY-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-DAY-FOUND         PIC X.
           88 WS-DAY-IS-FOUND   VALUE "Y".

       01  WS-TICKET-TABLE.
           05 WS-TKT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-TKT-IDX.
               10 WS-TKT-TICKET   PIC 9(6).
               10 WS-TKT-AMOUNT   PIC S9(9)V99.
       01  WS-TICKET-COUNT      PIC 9(4).
       01  WS-TKT-FOUND         PIC X.
           88 WS-TKT-IS-FOUND   VALUE "Y".
       01  WS-BOOK-FECHA        PIC 9(8).
       01  WS-LOOK-TICKET       PIC 9(6).
       01  WS-LINE-AMOUNT       PIC S9(9)V99.

       01  WS-PAYDATE-TABLE.
           05 WS-PAY-ENTRY OCCURS 30 TIMES INDEXED BY WS-PAY-IDX.
               10 WS-PAY-FECHA    PIC 9(8).
               10 WS-PAY-GROSS    PIC S9(9)V99.
               10 WS-PAY-FEES     PIC S9(9)V99.
               10 WS-PAY-CHARGEBACKS PIC S9(9)V99.
               10 WS-PAY-COUNT    PIC 9(5).
       01  WS-PAYDATE-COUNT     PIC 9(2) VALUE ZERO.
       01  WS-PAY-FOUND         PIC X.
           88 WS-PAY-IS-FOUND   VALUE "Y".
       01  WS-PAY-NET           PIC S9(9)V99.

       01  WS-CHARGEBACK-AMOUNT PIC S9(9)V99.
       01  WS-ITEM-EXISTS       PIC X.
           88 WS-ITEM-ON-FILE   VALUE "Y".
       01  WS-EXCEPTION-TEXT    PIC X(30).

       01  WS-FILE-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-MATCHED-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-EXCEPTION-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-DUPLICATE-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-REJECTED-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-FEES        PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-CHARGEBACKS PIC S9(9)V99 VALUE ZERO.
       01  WS-OPEN-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-OPEN-UNPAID       PIC S9(9)V99 VALUE ZERO.

       01  WS-MONEY-EDIT        PIC -,---,---,--9.99.
       01  WS-MONEY-EDIT-2      PIC -,---,---,--9.99.
       01  WS-MONEY-EDIT-3      PIC -,---,---,--9.99.
       01  WS-MONEY-EDIT-4      PIC -,---,---,--9.99.
       01  WS-STATUS-TEXT       PIC X(22).

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           IF FS-CARDSETL-OK AND FS-CARDITEM-OK AND FS-CARDGL-OK
              AND FS-VENTAS-OK AND FS-REPORT-OK
               DISPLAY "CARD SETTLEMENT RECONCILIATION"
               PERFORM COLLECT-SALE-DAYS
               PERFORM LOAD-BOOK-DAY
                  VARYING WS-DAY-IDX FROM 1 BY 1
                  UNTIL WS-DAY-IDX > WS-DAY-COUNT
               PERFORM PRINT-REPORT-HEADING
               PERFORM SETTLE-FILE
               PERFORM WRITE-NET-SETTLEMENT
                  VARYING WS-PAY-IDX FROM 1 BY 1
                  UNTIL WS-PAY-IDX > WS-PAYDATE-COUNT
               PERFORM PRINT-PAYMENT-SUMMARY
               PERFORM PRINT-OPEN-ITEMS
               PERFORM PRINT-RUN-TOTALS
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT CARDSETL-FILE.
           IF NOT FS-CARDSETL-OK
               DISPLAY "ERROR OPENING CARDSETL.TXT: " FS-CARDSETL
               MOVE "CARD-SETTLEMENT-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "CARDSETL.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CARDSETL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O CARDITEM-FILE.
           IF FS-CARDITEM-NOT-EXIST
               OPEN OUTPUT CARDITEM-FILE
               CLOSE CARDITEM-FILE
               OPEN I-O CARDITEM-FILE
           END-IF.
           IF NOT FS-CARDITEM-OK
               DISPLAY "ERROR OPENING CARDITEM.DAT: " FS-CARDITEM
               MOVE "CARD-SETTLEMENT-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "CARDITEM.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CARDITEM TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND CARDGL-FILE.
           IF FS-CARDGL-NOT-EXIST
               OPEN OUTPUT CARDGL-FILE
           END-IF.
           IF NOT FS-CARDGL-OK
               DISPLAY "ERROR OPENING CARDGL.DAT: " FS-CARDGL
               MOVE "CARD-SETTLEMENT-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "CARDGL.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CARDGL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "CARD-SETTLEMENT-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT FS-REPORT-OK
               DISPLAY "ERROR OPENING CARDREC.PRT: " FS-REPORT
               MOVE "CARD-SETTLEMENT-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "CARDREC.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-REPORT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-SETTLEMENT.
           READ CARDSETL-FILE
               AT END
                   SET FS-CARDSETL-EOF TO TRUE
           END-READ.

      * First pass: the sale days this file pays for, so every card
      * ticket of those days is on CARDITEM.DAT before matching
       COLLECT-SALE-DAYS.
           PERFORM READ-NEXT-SETTLEMENT.
           PERFORM NOTE-ONE-SALE-DAY UNTIL FS-CARDSETL-EOF.
           CLOSE CARDSETL-FILE.
           OPEN INPUT CARDSETL-FILE.

       NOTE-ONE-SALE-DAY.
           IF (CST-SALE OR CST-REFUND) AND CST-SALE-FECHA IS NUMERIC
               MOVE "N" TO WS-DAY-FOUND
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                  UNTIL WS-DAY-IDX > WS-DAY-COUNT OR WS-DAY-IS-FOUND
                   IF WS-DAY-FECHA (WS-DAY-IDX) = CST-SALE-FECHA
                       MOVE "Y" TO WS-DAY-FOUND
                   END-IF
               END-PERFORM
               IF NOT WS-DAY-IS-FOUND
                   IF WS-DAY-COUNT < 60
                       ADD 1 TO WS-DAY-COUNT
                       MOVE CST-SALE-FECHA
                          TO WS-DAY-FECHA (WS-DAY-COUNT)
                   ELSE
                       DISPLAY "TOO MANY SALE DAYS - "
                          CST-SALE-FECHA " NOT LOADED FROM SELLS.DAT"
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-SETTLEMENT.

       LOAD-BOOK-DAY.
           MOVE WS-DAY-FECHA (WS-DAY-IDX) TO WS-BOOK-FECHA.
           MOVE ZERO TO WS-TICKET-COUNT.
           MOVE "00" TO FS-VENTAS.
           MOVE WS-BOOK-FECHA TO VENTA-FECHA.
           START VENTAS-FILE KEY IS = VENTA-FECHA
               INVALID KEY
                   SET FS-VENTAS-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-SALE.
           PERFORM ADD-CARD-SALE UNTIL FS-VENTAS-EOF.
           MOVE "00" TO FS-VENTAS.
           PERFORM ADD-CARD-SPLITS.
           PERFORM STORE-BOOK-TICKET
              VARYING WS-TKT-IDX FROM 1 BY 1
              UNTIL WS-TKT-IDX > WS-TICKET-COUNT.

       READ-NEXT-SALE.
           READ VENTAS-FILE NEXT RECORD
               AT END
                   SET FS-VENTAS-EOF TO TRUE
           END-READ.
           IF NOT FS-VENTAS-EOF
               IF VENTA-FECHA NOT = WS-BOOK-FECHA
                   SET FS-VENTAS-EOF TO TRUE
               END-IF
           END-IF.

       ADD-CARD-SALE.
           IF VENTA-CARD
               COMPUTE WS-LINE-AMOUNT =
                  VENTA-PRECIO * VENTA-CANTIDAD
               IF VENTA-CREDIT OR VENTA-VOID
                   COMPUTE WS-LINE-AMOUNT = ZERO - WS-LINE-AMOUNT
               END-IF
               MOVE VENTA-TICKET TO WS-LOOK-TICKET
               PERFORM FIND-TICKET-ENTRY
               IF WS-TKT-IS-FOUND
                   ADD WS-LINE-AMOUNT TO WS-TKT-AMOUNT (WS-TKT-IDX)
               END-IF
           END-IF.
           PERFORM READ-NEXT-SALE.

       FIND-TICKET-ENTRY.
           MOVE "N" TO WS-TKT-FOUND.
           PERFORM VARYING WS-TKT-IDX FROM 1 BY 1
              UNTIL WS-TKT-IDX > WS-TICKET-COUNT OR WS-TKT-IS-FOUND
               IF WS-TKT-TICKET (WS-TKT-IDX) = WS-LOOK-TICKET
                   MOVE "Y" TO WS-TKT-FOUND
               END-IF
           END-PERFORM.
           IF WS-TKT-IS-FOUND
               SET WS-TKT-IDX DOWN BY 1
           ELSE
               IF WS-TICKET-COUNT < 2000
                   ADD 1 TO WS-TICKET-COUNT
                   SET WS-TKT-IDX TO WS-TICKET-COUNT
                   MOVE WS-LOOK-TICKET TO WS-TKT-TICKET (WS-TKT-IDX)
                   MOVE ZERO TO WS-TKT-AMOUNT (WS-TKT-IDX)
                   MOVE "Y" TO WS-TKT-FOUND
               ELSE
                   DISPLAY "TICKET TABLE FULL FOR " WS-BOOK-FECHA
                      " - TICKET " WS-LOOK-TICKET " NOT LOADED"
               END-IF
           END-IF.

      * The card side of a gift-card split tender is settled by the
      * processor with the ticket it belongs to
       ADD-CARD-SPLITS.
           OPEN INPUT TSPLIT-FILE.
           IF FS-TSPLIT-OK
               PERFORM READ-NEXT-SPLIT
               PERFORM ADD-ONE-SPLIT UNTIL FS-TSPLIT-EOF
               CLOSE TSPLIT-FILE
           END-IF.

       READ-NEXT-SPLIT.
           READ TSPLIT-FILE
               AT END
                   SET FS-TSPLIT-EOF TO TRUE
           END-READ.

       ADD-ONE-SPLIT.
           IF TS-FECHA = WS-BOOK-FECHA AND TS-SPLIT-TENDER = "T"
               MOVE TS-TICKET TO WS-LOOK-TICKET
               PERFORM FIND-TICKET-ENTRY
               IF WS-TKT-IS-FOUND
                   ADD TS-SPLIT-AMOUNT TO WS-TKT-AMOUNT (WS-TKT-IDX)
               END-IF
           END-IF.
           PERFORM READ-NEXT-SPLIT.

       STORE-BOOK-TICKET.
           MOVE WS-BOOK-FECHA TO CIT-SALE-FECHA.
           MOVE WS-TKT-TICKET (WS-TKT-IDX) TO CIT-TICKET.
           READ CARDITEM-FILE
               INVALID KEY
                   IF WS-TKT-AMOUNT (WS-TKT-IDX) NOT = ZERO
                       PERFORM INITIALIZE-CARD-ITEM
                       MOVE WS-TKT-AMOUNT (WS-TKT-IDX)
                          TO CIT-BOOK-AMOUNT
                       PERFORM SET-ITEM-STATUS
                       WRITE CARDITEM-RECORD
                           INVALID KEY
                               DISPLAY "ERROR WRITING CARDITEM.DAT: "
                                  FS-CARDITEM
                               MOVE "CARD-SETTLEMENT-IMPORT"
                                  TO ERP-PROGRAM
                               MOVE "STORE-BOOK-TICKET" TO ERP-PARAGRAPH
                               MOVE "CARDITEM.DAT" TO ERP-FILE
                               MOVE "WRITE" TO ERP-OPERATION
                               MOVE FS-CARDITEM TO ERP-STATUS
                               MOVE CIT-KEY TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   MOVE WS-TKT-AMOUNT (WS-TKT-IDX) TO CIT-BOOK-AMOUNT
                   PERFORM SET-ITEM-STATUS
                   REWRITE CARDITEM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING CARDITEM.DAT: "
                              FS-CARDITEM
                           MOVE "CARD-SETTLEMENT-IMPORT" TO ERP-PROGRAM
                           MOVE "STORE-BOOK-TICKET" TO ERP-PARAGRAPH
                           MOVE "CARDITEM.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CARDITEM TO ERP-STATUS
                           MOVE CIT-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-REWRITE
           END-READ.

       INITIALIZE-CARD-ITEM.
           MOVE ZERO TO CIT-BOOK-AMOUNT.
           MOVE ZERO TO CIT-SETTLED-GROSS.
           MOVE ZERO TO CIT-FEE.
           MOVE ZERO TO CIT-SETTLE-FECHA.
           MOVE ZERO TO CIT-CHARGEBACK.
           MOVE ZERO TO CIT-CHARGEBACK-FECHA.

      * Paid in full clears the item; nothing paid yet is a sale the
      * processor has not settled; paid with no card sale on file is
      * unknown to the books; anything else is a difference
       SET-ITEM-STATUS.
           EVALUATE TRUE
               WHEN CIT-SETTLED-GROSS = CIT-BOOK-AMOUNT
                   SET CIT-SETTLED TO TRUE
               WHEN CIT-SETTLED-GROSS = ZERO
                   SET CIT-NOT-SETTLED TO TRUE
               WHEN CIT-BOOK-AMOUNT = ZERO
                   SET CIT-UNKNOWN-SALE TO TRUE
               WHEN OTHER
                   SET CIT-DIFFERENCE TO TRUE
           END-EVALUATE.

       PRINT-REPORT-HEADING.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CARD SETTLEMENT RECONCILIATION - IMPORTED "
                     DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EXCEPTIONS ON THIS FILE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PAID     SALE DAY TICKET         PROCESSOR"
                     DELIMITED BY SIZE
                  "           BOOK  EXCEPTION" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Second pass: settle each line against its ticket
       SETTLE-FILE.
           PERFORM READ-NEXT-SETTLEMENT.
           PERFORM SETTLE-ONE-LINE UNTIL FS-CARDSETL-EOF.

       SETTLE-ONE-LINE.
           ADD 1 TO WS-FILE-COUNT.
           IF CST-SETTLE-FECHA NOT NUMERIC
              OR CST-SALE-FECHA NOT NUMERIC
              OR CST-TICKET NOT NUMERIC
              OR CST-GROSS NOT NUMERIC
              OR CST-FEE NOT NUMERIC
              OR NOT (CST-SALE OR CST-REFUND OR CST-CHARGEBACK)
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BAD SETTLEMENT LINE: " CARDSETL-RECORD (1:40)
           ELSE
               MOVE CST-SALE-FECHA TO CIT-SALE-FECHA
               MOVE CST-TICKET TO CIT-TICKET
               MOVE "Y" TO WS-ITEM-EXISTS
               READ CARDITEM-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ITEM-EXISTS
                       PERFORM INITIALIZE-CARD-ITEM
               END-READ
               IF CST-CHARGEBACK
                   PERFORM TAKE-CHARGEBACK
               ELSE
                   PERFORM TAKE-SETTLEMENT
               END-IF
           END-IF.
           PERFORM READ-NEXT-SETTLEMENT.

       TAKE-SETTLEMENT.
           IF WS-ITEM-ON-FILE
              AND CIT-SETTLE-FECHA = CST-SETTLE-FECHA
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE "ALREADY TAKEN - SKIPPED" TO WS-EXCEPTION-TEXT
               PERFORM PRINT-EXCEPTION
           ELSE
               ADD CST-GROSS TO CIT-SETTLED-GROSS
               ADD CST-FEE TO CIT-FEE
               MOVE CST-SETTLE-FECHA TO CIT-SETTLE-FECHA
               PERFORM SET-ITEM-STATUS
               PERFORM SAVE-CARD-ITEM
               PERFORM FIND-PAYMENT-DATE
               IF WS-PAY-IS-FOUND
                   ADD CST-GROSS TO WS-PAY-GROSS (WS-PAY-IDX)
                   ADD CST-FEE TO WS-PAY-FEES (WS-PAY-IDX)
                   ADD 1 TO WS-PAY-COUNT (WS-PAY-IDX)
               END-IF
               ADD CST-FEE TO WS-TOTAL-FEES
               IF CST-FEE NOT = ZERO
                   SET CGL-FEE TO TRUE
                   MOVE CST-FEE TO CGL-AMOUNT
                   PERFORM WRITE-CARD-POSTING
               END-IF
               EVALUATE TRUE
                   WHEN CIT-SETTLED
                       ADD 1 TO WS-MATCHED-COUNT
                   WHEN CIT-UNKNOWN-SALE
                       MOVE "NO CARD SALE ON FILE"
                          TO WS-EXCEPTION-TEXT
                       PERFORM PRINT-EXCEPTION
                   WHEN OTHER
                       MOVE "AMOUNT DIFFERS FROM TICKET"
                          TO WS-EXCEPTION-TEXT
                       PERFORM PRINT-EXCEPTION
               END-EVALUATE
           END-IF.

      * The processor reports a chargeback either sign; it is money
      * taken back either way
       TAKE-CHARGEBACK.
           IF CST-GROSS < ZERO
               COMPUTE WS-CHARGEBACK-AMOUNT = ZERO - CST-GROSS
           ELSE
               MOVE CST-GROSS TO WS-CHARGEBACK-AMOUNT
           END-IF.
           IF WS-ITEM-ON-FILE
              AND CIT-CHARGEBACK-FECHA = CST-SETTLE-FECHA
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE "ALREADY TAKEN - SKIPPED" TO WS-EXCEPTION-TEXT
               PERFORM PRINT-EXCEPTION
           ELSE
               ADD WS-CHARGEBACK-AMOUNT TO CIT-CHARGEBACK
               MOVE CST-SETTLE-FECHA TO CIT-CHARGEBACK-FECHA
               IF NOT WS-ITEM-ON-FILE
                   PERFORM SET-ITEM-STATUS
               END-IF
               PERFORM SAVE-CARD-ITEM
               PERFORM FIND-PAYMENT-DATE
               IF WS-PAY-IS-FOUND
                   ADD WS-CHARGEBACK-AMOUNT
                      TO WS-PAY-CHARGEBACKS (WS-PAY-IDX)
               END-IF
               ADD WS-CHARGEBACK-AMOUNT TO WS-TOTAL-CHARGEBACKS
               SET CGL-CHARGEBACK TO TRUE
               MOVE WS-CHARGEBACK-AMOUNT TO CGL-AMOUNT
               PERFORM WRITE-CARD-POSTING
               MOVE "CHARGEBACK" TO WS-EXCEPTION-TEXT
               PERFORM PRINT-EXCEPTION
           END-IF.

       SAVE-CARD-ITEM.
           IF WS-ITEM-ON-FILE
               REWRITE CARDITEM-RECORD
                   INVALID KEY
                       DISPLAY "ERROR UPDATING CARDITEM.DAT: "
                          FS-CARDITEM
                       MOVE "CARD-SETTLEMENT-IMPORT" TO ERP-PROGRAM
                       MOVE "SAVE-CARD-ITEM" TO ERP-PARAGRAPH
                       MOVE "CARDITEM.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-CARDITEM TO ERP-STATUS
                       MOVE CIT-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-REWRITE
           ELSE
               WRITE CARDITEM-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING CARDITEM.DAT: "
                          FS-CARDITEM
                       MOVE "CARD-SETTLEMENT-IMPORT" TO ERP-PROGRAM
                       MOVE "SAVE-CARD-ITEM" TO ERP-PARAGRAPH
                       MOVE "CARDITEM.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-CARDITEM TO ERP-STATUS
                       MOVE CIT-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-WRITE
           END-IF.

       FIND-PAYMENT-DATE.
           MOVE "N" TO WS-PAY-FOUND.
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
              UNTIL WS-PAY-IDX > WS-PAYDATE-COUNT OR WS-PAY-IS-FOUND
               IF WS-PAY-FECHA (WS-PAY-IDX) = CST-SETTLE-FECHA
                   MOVE "Y" TO WS-PAY-FOUND
               END-IF
           END-PERFORM.
           IF WS-PAY-IS-FOUND
               SET WS-PAY-IDX DOWN BY 1
           ELSE
               IF WS-PAYDATE-COUNT < 30
                   ADD 1 TO WS-PAYDATE-COUNT
                   SET WS-PAY-IDX TO WS-PAYDATE-COUNT
                   MOVE CST-SETTLE-FECHA TO WS-PAY-FECHA (WS-PAY-IDX)
                   MOVE ZERO TO WS-PAY-GROSS (WS-PAY-IDX)
                      WS-PAY-FEES (WS-PAY-IDX)
                      WS-PAY-CHARGEBACKS (WS-PAY-IDX)
                      WS-PAY-COUNT (WS-PAY-IDX)
                   MOVE "Y" TO WS-PAY-FOUND
               ELSE
                   DISPLAY "TOO MANY PAYMENT DATES - "
                      CST-SETTLE-FECHA " NOT SUMMARIZED"
               END-IF
           END-IF.

       WRITE-CARD-POSTING.
           MOVE WS-TODAY TO CGL-FECHA.
           MOVE CST-SETTLE-FECHA TO CGL-SETTLE-FECHA.
           MOVE CST-SALE-FECHA TO CGL-SALE-FECHA.
           MOVE CST-TICKET TO CGL-TICKET.
           WRITE CARDGL-RECORD.

       PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE CST-GROSS TO WS-MONEY-EDIT.
           MOVE CIT-BOOK-AMOUNT TO WS-MONEY-EDIT-2.
           MOVE SPACES TO REPORT-LINE.
           STRING CST-SETTLE-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CST-SALE-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CST-TICKET DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  WS-MONEY-EDIT-2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EXCEPTION-TEXT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      * What the processor actually paid into the bank for each
      * payment date, for BANK-RECONCILIATION
       WRITE-NET-SETTLEMENT.
           COMPUTE WS-PAY-NET = WS-PAY-GROSS (WS-PAY-IDX)
              - WS-PAY-FEES (WS-PAY-IDX)
              - WS-PAY-CHARGEBACKS (WS-PAY-IDX).
           MOVE WS-TODAY TO CGL-FECHA.
           SET CGL-NET-SETTLEMENT TO TRUE.
           MOVE WS-PAY-FECHA (WS-PAY-IDX) TO CGL-SETTLE-FECHA.
           MOVE ZERO TO CGL-SALE-FECHA.
           MOVE ZERO TO CGL-TICKET.
           MOVE WS-PAY-NET TO CGL-AMOUNT.
           WRITE CARDGL-RECORD.

       PRINT-PAYMENT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SETTLEMENT BY PAYMENT DATE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PAID     ITEMS           GROSS    FEES WITHHELD"
                     DELIMITED BY SIZE
                  "      CHARGEBACKS         NET PAID" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM PRINT-ONE-PAYMENT-DATE
              VARYING WS-PAY-IDX FROM 1 BY 1
              UNTIL WS-PAY-IDX > WS-PAYDATE-COUNT.

       PRINT-ONE-PAYMENT-DATE.
           COMPUTE WS-PAY-NET = WS-PAY-GROSS (WS-PAY-IDX)
              - WS-PAY-FEES (WS-PAY-IDX)
              - WS-PAY-CHARGEBACKS (WS-PAY-IDX).
           MOVE WS-PAY-GROSS (WS-PAY-IDX) TO WS-MONEY-EDIT.
           MOVE WS-PAY-FEES (WS-PAY-IDX) TO WS-MONEY-EDIT-2.
           MOVE WS-PAY-CHARGEBACKS (WS-PAY-IDX) TO WS-MONEY-EDIT-3.
           MOVE WS-PAY-NET TO WS-MONEY-EDIT-4.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-PAY-FECHA (WS-PAY-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PAY-COUNT (WS-PAY-IDX) DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  WS-MONEY-EDIT-2 DELIMITED BY SIZE
                  WS-MONEY-EDIT-3 DELIMITED BY SIZE
                  WS-MONEY-EDIT-4 DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      * Every item still open on CARDITEM.DAT, whichever run found it
       PRINT-OPEN-ITEMS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPEN ITEMS - MISSING OR UNMATCHED TRANSACTIONS"
              TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SALE DAY TICKET             BOOK             PAID"
                     DELIMITED BY SIZE
                  "  STATUS" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE LOW-VALUES TO CIT-KEY.
           START CARDITEM-FILE KEY IS NOT LESS THAN CIT-KEY
               INVALID KEY
                   SET FS-CARDITEM-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-CARD-ITEM.
           PERFORM PRINT-ONE-OPEN-ITEM UNTIL FS-CARDITEM-EOF.
           MOVE "00" TO FS-CARDITEM.

       READ-NEXT-CARD-ITEM.
           IF NOT FS-CARDITEM-EOF
               READ CARDITEM-FILE NEXT RECORD
                   AT END
                       SET FS-CARDITEM-EOF TO TRUE
               END-READ
           END-IF.

       PRINT-ONE-OPEN-ITEM.
           IF CIT-IS-OPEN
               ADD 1 TO WS-OPEN-COUNT
               COMPUTE WS-OPEN-UNPAID = WS-OPEN-UNPAID
                  + CIT-BOOK-AMOUNT - CIT-SETTLED-GROSS
               EVALUATE TRUE
                   WHEN CIT-NOT-SETTLED
                       MOVE "NOT PAID BY PROCESSOR" TO WS-STATUS-TEXT
                   WHEN CIT-UNKNOWN-SALE
                       MOVE "NO CARD SALE ON FILE" TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE "AMOUNT DIFFERS" TO WS-STATUS-TEXT
               END-EVALUATE
               MOVE CIT-BOOK-AMOUNT TO WS-MONEY-EDIT
               MOVE CIT-SETTLED-GROSS TO WS-MONEY-EDIT-2
               MOVE SPACES TO REPORT-LINE
               STRING CIT-SALE-FECHA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CIT-TICKET DELIMITED BY SIZE
                      WS-MONEY-EDIT DELIMITED BY SIZE
                      WS-MONEY-EDIT-2 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-STATUS-TEXT DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           PERFORM READ-NEXT-CARD-ITEM.

       PRINT-RUN-TOTALS.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-FEES TO WS-MONEY-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "FEES WITHHELD:        " DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-CHARGEBACKS TO WS-MONEY-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHARGEBACKS:          " DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-OPEN-UNPAID TO WS-MONEY-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPEN ITEMS:           " DELIMITED BY SIZE
                  WS-OPEN-COUNT DELIMITED BY SIZE
                  "  UNPAID " DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "SETTLEMENT LINES READ: " WS-FILE-COUNT.
           DISPLAY "MATCHED TO TICKETS:    " WS-MATCHED-COUNT.
           DISPLAY "EXCEPTIONS:            " WS-EXCEPTION-COUNT.
           IF WS-DUPLICATE-COUNT > ZERO
               DISPLAY "ALREADY TAKEN:         " WS-DUPLICATE-COUNT
           END-IF.
           IF WS-REJECTED-COUNT > ZERO
               DISPLAY "REJECTED LINES:        " WS-REJECTED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "OPEN CARD ITEMS:       " WS-OPEN-COUNT.
           DISPLAY "RECONCILIATION WRITTEN TO CARDREC.PRT".

       CLOSE-FILES.
           IF FS-CARDSETL-OK OR FS-CARDSETL-EOF
               CLOSE CARDSETL-FILE
           END-IF.
           CLOSE CARDITEM-FILE.
           IF FS-CARDGL-OK
               CLOSE CARDGL-FILE
           END-IF.
           IF FS-VENTAS-OK OR FS-VENTAS-EOF
               CLOSE VENTAS-FILE
           END-IF.
           IF FS-REPORT-OK
               CLOSE REPORT-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "CARDREC.PRT" TO RAP-REPORT-FILE.
           MOVE "CARD-SETTLEMENT-IMPORT" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           MOVE ZERO TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
