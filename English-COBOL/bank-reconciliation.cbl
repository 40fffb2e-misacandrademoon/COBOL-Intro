      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end bank statement reconciliation. Reads the
      *          bank's statement file BANKSTMT.TXT (an O line with the
      *          opening balance, one L line per bank entry with the
      *          bank's transaction code, signed amount and reference,
      *          and an E line with the closing balance) and matches
      *          each entry to the books: DEP cash deposits to the
      *          DEPOSIT-PREP deposits on DEPOSIT.DAT by date and
      *          amount, CRD card settlements to a day's card-tender
      *          total from SELLS.DAT and TSPLIT.DAT, and DEB debits
      *          to the APPAY.DAT payment with the same APPAY-REFERENCE
      *          and amount. A deposit or card day matches the latest
      *          uncleared book day on or before the bank date. Once
      *          CARD-SETTLEMENT-IMPORT has taken the processor's file
      *          for a sale day, that day's card takings are matched
      *          instead as the net amount paid (after fees and
      *          chargebacks) for each payment date on CARDGL.DAT.
      *          BANKREC.PRT lists the matched items, the bank items
      *          with no book entry, and the book items from the
      *          chosen start date that the bank has not cleared, and
      *          ends with the reconciled book balance. Matched book
      *          items are remembered on BANKCLR.DAT against the
      *          statement date so next month's run does not list
      *          them again; rerunning the same statement matches
      *          them afresh.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECONCILIATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKSTMT-FILE ASSIGN TO "BANKSTMT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BANKSTMT.

           SELECT DEPOSIT-LEDGER ASSIGN TO "DEPOSIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-FECHA
               FILE STATUS IS FS-DEPLEDGER.

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

           SELECT APPAY-FILE ASSIGN TO "APPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPAY-NUMBER
               FILE STATUS IS FS-APPAY.

           SELECT CARDITEM-FILE ASSIGN TO "CARDITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIT-KEY
               FILE STATUS IS FS-CARDITEM.

           SELECT CARDGL-FILE ASSIGN TO "CARDGL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CARDGL.

           SELECT BANKCLR-FILE ASSIGN TO "BANKCLR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCL-KEY
               FILE STATUS IS FS-BANKCLR.

           SELECT REPORT-FILE ASSIGN TO "BANKREC.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  BANKSTMT-FILE.
       01  BANKSTMT-RECORD.
           05 BST-RECORD-TYPE    PIC X(1).
               88 BST-OPENING    VALUE "O".
               88 BST-ENTRY      VALUE "L".
               88 BST-CLOSING    VALUE "E".
           05 BST-FECHA          PIC 9(8).
           05 BST-CODE           PIC X(3).
               88 BST-CASH-DEPOSIT VALUE "DEP".
               88 BST-CARD-SETTLEMENT VALUE "CRD".
               88 BST-DEBIT      VALUE "DEB".
           05 BST-AMOUNT         PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 BST-REFERENCE      PIC X(12).
           05 BST-DESCRIPTION    PIC X(30).

       FD  DEPOSIT-LEDGER.
       COPY DEPOSIT-RECORD.

       FD  VENTAS-FILE.
       COPY VENTAS-RECORD.

       FD  TSPLIT-FILE.
       COPY TSPLIT-RECORD.

       FD  APPAY-FILE.
       COPY APPAY-RECORD.

       FD  CARDITEM-FILE.
       COPY CARDITEM-RECORD.

       FD  CARDGL-FILE.
       COPY CARDGL-RECORD.

       FD  BANKCLR-FILE.
       COPY BANKCLR-RECORD.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-BANKSTMT          PIC XX.
           88 FS-BANKSTMT-OK    VALUE "00".
           88 FS-BANKSTMT-EOF   VALUE "10".
       01  FS-DEPLEDGER         PIC XX.
           88 FS-DEPLEDGER-OK   VALUE "00".
           88 FS-DEPLEDGER-EOF  VALUE "10".
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
           88 FS-VENTAS-EOF     VALUE "10".
       01  FS-TSPLIT            PIC XX.
           88 FS-TSPLIT-OK      VALUE "00".
           88 FS-TSPLIT-EOF     VALUE "10".
       01  FS-APPAY             PIC XX.
           88 FS-APPAY-OK       VALUE "00".
           88 FS-APPAY-EOF      VALUE "10".
       01  FS-CARDITEM          PIC XX.
           88 FS-CARDITEM-OK    VALUE "00".
       01  FS-CARDGL            PIC XX.
           88 FS-CARDGL-OK      VALUE "00".
           88 FS-CARDGL-EOF     VALUE "10".
       01  FS-BANKCLR           PIC XX.
           88 FS-BANKCLR-OK     VALUE "00".
           88 FS-BANKCLR-NOT-EXIST VALUE "35".
       01  FS-REPORT            PIC XX.
           88 FS-REPORT-OK      VALUE "00".

       01  WS-FROM-DATE         PIC 9(8).
       01  WS-STMT-END          PIC 9(8) VALUE ZERO.
       01  WS-OPENING-BALANCE   PIC S9(9)V99 VALUE ZERO.
       01  WS-CLOSING-BALANCE   PIC S9(9)V99 VALUE ZERO.
       01  WS-STMT-MOVEMENT     PIC S9(9)V99 VALUE ZERO.
       01  WS-CLOSING-SEEN      PIC X VALUE "N".
           88 WS-HAS-CLOSING    VALUE "Y".
       01  WS-REJECTED-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-STMT-TABLE.
           05 WS-STMT-ENTRY OCCURS 500 TIMES INDEXED BY WS-ST-IDX.
               10 WS-ST-FECHA     PIC 9(8).
               10 WS-ST-CODE      PIC X(3).
               10 WS-ST-AMOUNT    PIC S9(9)V99.
               10 WS-ST-REFERENCE PIC X(12).
               10 WS-ST-DESC      PIC X(30).
               10 WS-ST-BOOK      PIC 9(4).
       01  WS-STMT-COUNT        PIC 9(3) VALUE ZERO.

       01  WS-BOOK-TABLE.
           05 WS-BOOK-ENTRY OCCURS 1000 TIMES INDEXED BY WS-BK-IDX.
               10 WS-BK-TYPE      PIC X(1).
               10 WS-BK-KEY       PIC X(8).
               10 WS-BK-FECHA     PIC 9(8).
               10 WS-BK-AMOUNT    PIC S9(9)V99.
               10 WS-BK-REFERENCE PIC X(12).
               10 WS-BK-MATCHED   PIC X(1).
       01  WS-BOOK-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-BEST-BOOK         PIC 9(4).
       01  WS-BEST-FECHA        PIC 9(8).
       01  WS-WANT-TYPE         PIC X(1).
       01  WS-WANT-AMOUNT       PIC S9(9)V99.

       01  WS-CARD-FECHA        PIC 9(8).
       01  WS-CARD-TOTAL        PIC S9(9)V99.
       01  WS-LINE-AMOUNT       PIC S9(9)V99.
       01  WS-NEW-TYPE          PIC X(1).
       01  WS-NEW-KEY           PIC X(8).
       01  WS-NEW-FECHA         PIC 9(8).
       01  WS-NEW-AMOUNT        PIC S9(9)V99.
       01  WS-NEW-REFERENCE     PIC X(12).
       01  WS-APPAY-KEY         PIC 9(6).
       01  WS-DAY-SETTLED       PIC X.
           88 WS-DAY-IS-SETTLED VALUE "Y".

       01  WS-MATCHED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-MATCHED-TOTAL     PIC S9(9)V99 VALUE ZERO.
       01  WS-BANK-ONLY-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-BANK-ONLY-TOTAL   PIC S9(9)V99 VALUE ZERO.
       01  WS-IN-TRANSIT-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-IN-TRANSIT-TOTAL  PIC S9(9)V99 VALUE ZERO.
       01  WS-OUTSTANDING-COUNT PIC 9(5) VALUE ZERO.
       01  WS-OUTSTANDING-TOTAL PIC S9(9)V99 VALUE ZERO.
       01  WS-RECONCILED        PIC S9(9)V99.

       01  WS-MONEY-EDIT        PIC -,---,---,--9.99.
       01  WS-MONEY-EDIT-2      PIC -,---,---,--9.99.
       01  WS-BOOK-DESC         PIC X(16).

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "BANK STATEMENT RECONCILIATION".
           DISPLAY "BOOK ITEMS FROM DATE (YYYYMMDD): "
              WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE.
           PERFORM OPEN-FILES.
           IF FS-BANKSTMT-OK AND FS-BANKCLR-OK AND FS-REPORT-OK
               PERFORM LOAD-STATEMENT
               PERFORM LOAD-DEPOSITS
               PERFORM LOAD-CARD-DAYS
               PERFORM LOAD-CARD-SETTLEMENTS
               PERFORM LOAD-AP-PAYMENTS
               PERFORM MATCH-ONE-BANK-ITEM
                  VARYING WS-ST-IDX FROM 1 BY 1
                  UNTIL WS-ST-IDX > WS-STMT-COUNT
               PERFORM CLEAR-ONE-BOOK-ITEM
                  VARYING WS-BK-IDX FROM 1 BY 1
                  UNTIL WS-BK-IDX > WS-BOOK-COUNT
               PERFORM PRINT-RECONCILIATION
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT BANKSTMT-FILE.
           IF NOT FS-BANKSTMT-OK
               DISPLAY "ERROR OPENING BANKSTMT.TXT: " FS-BANKSTMT
               MOVE "BANK-RECONCILIATION" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "BANKSTMT.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-BANKSTMT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O BANKCLR-FILE.
           IF FS-BANKCLR-NOT-EXIST
               OPEN OUTPUT BANKCLR-FILE
               CLOSE BANKCLR-FILE
               OPEN I-O BANKCLR-FILE
           END-IF.
           IF NOT FS-BANKCLR-OK
               DISPLAY "ERROR OPENING BANKCLR.DAT: " FS-BANKCLR
               MOVE "BANK-RECONCILIATION" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "BANKCLR.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-BANKCLR TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT FS-REPORT-OK
               DISPLAY "ERROR OPENING BANKREC.PRT: " FS-REPORT
               MOVE "BANK-RECONCILIATION" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "BANKREC.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-REPORT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       LOAD-STATEMENT.
           PERFORM READ-NEXT-STATEMENT.
           PERFORM LOAD-ONE-STATEMENT-LINE UNTIL FS-BANKSTMT-EOF.
           IF WS-REJECTED-COUNT > ZERO
               DISPLAY "STATEMENT LINES REJECTED: " WS-REJECTED-COUNT
           END-IF.

       READ-NEXT-STATEMENT.
           READ BANKSTMT-FILE
               AT END
                   SET FS-BANKSTMT-EOF TO TRUE
           END-READ.

       LOAD-ONE-STATEMENT-LINE.
           IF BST-AMOUNT NOT NUMERIC OR BST-FECHA NOT NUMERIC
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BAD STATEMENT LINE: " BANKSTMT-RECORD (1:40)
           ELSE
               EVALUATE TRUE
                   WHEN BST-OPENING
                       MOVE BST-AMOUNT TO WS-OPENING-BALANCE
                   WHEN BST-CLOSING
                       MOVE BST-AMOUNT TO WS-CLOSING-BALANCE
                       MOVE BST-FECHA TO WS-STMT-END
                       MOVE "Y" TO WS-CLOSING-SEEN
                   WHEN BST-ENTRY
                       PERFORM STORE-STATEMENT-ENTRY
                   WHEN OTHER
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "BAD STATEMENT LINE: "
                          BANKSTMT-RECORD (1:40)
               END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-STATEMENT.

       STORE-STATEMENT-ENTRY.
           ADD BST-AMOUNT TO WS-STMT-MOVEMENT.
           IF NOT WS-HAS-CLOSING AND BST-FECHA > WS-STMT-END
               MOVE BST-FECHA TO WS-STMT-END
           END-IF.
           IF WS-STMT-COUNT < 500
               ADD 1 TO WS-STMT-COUNT
               SET WS-ST-IDX TO WS-STMT-COUNT
               MOVE BST-FECHA TO WS-ST-FECHA (WS-ST-IDX)
               MOVE BST-CODE TO WS-ST-CODE (WS-ST-IDX)
               MOVE BST-AMOUNT TO WS-ST-AMOUNT (WS-ST-IDX)
               MOVE BST-REFERENCE TO WS-ST-REFERENCE (WS-ST-IDX)
               MOVE BST-DESCRIPTION TO WS-ST-DESC (WS-ST-IDX)
               MOVE ZERO TO WS-ST-BOOK (WS-ST-IDX)
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "STATEMENT TABLE FULL - LINE NOT MATCHED: "
                  BST-REFERENCE
           END-IF.

      * Book items are the deposits, card days and supplier payments
      * from the start date to the statement date that no earlier
      * statement has cleared
       LOAD-DEPOSITS.
           OPEN INPUT DEPOSIT-LEDGER.
           IF FS-DEPLEDGER-OK
               MOVE WS-FROM-DATE TO DEP-FECHA
               START DEPOSIT-LEDGER KEY IS NOT LESS THAN DEP-FECHA
                   INVALID KEY
                       SET FS-DEPLEDGER-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-DEPOSIT
               PERFORM LOAD-ONE-DEPOSIT UNTIL FS-DEPLEDGER-EOF
               CLOSE DEPOSIT-LEDGER
           ELSE
               DISPLAY "DEPOSIT.DAT NOT AVAILABLE - NO DEPOSITS "
                  "MATCHED"
           END-IF.

       READ-NEXT-DEPOSIT.
           IF NOT FS-DEPLEDGER-EOF
               READ DEPOSIT-LEDGER NEXT RECORD
                   AT END
                       SET FS-DEPLEDGER-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT FS-DEPLEDGER-EOF
               IF DEP-FECHA > WS-STMT-END
                   SET FS-DEPLEDGER-EOF TO TRUE
               END-IF
           END-IF.

       LOAD-ONE-DEPOSIT.
           MOVE "D" TO WS-NEW-TYPE.
           MOVE DEP-FECHA TO WS-NEW-KEY.
           MOVE DEP-FECHA TO WS-NEW-FECHA.
           MOVE DEP-AMOUNT TO WS-NEW-AMOUNT.
           MOVE SPACES TO WS-NEW-REFERENCE.
           PERFORM ADD-BOOK-ITEM.
           PERFORM READ-NEXT-DEPOSIT.

       LOAD-CARD-DAYS.
           OPEN INPUT CARDITEM-FILE.
           OPEN INPUT VENTAS-FILE.
           IF FS-VENTAS-OK
               MOVE WS-FROM-DATE TO VENTA-FECHA
               START VENTAS-FILE KEY IS NOT LESS THAN VENTA-FECHA
                   INVALID KEY
                       SET FS-VENTAS-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-SALE
               PERFORM TALLY-ONE-CARD-DAY UNTIL FS-VENTAS-EOF
               CLOSE VENTAS-FILE
           ELSE
               DISPLAY "SELLS.DAT NOT AVAILABLE - NO CARD DAYS "
                  "MATCHED"
           END-IF.
           PERFORM ADD-CARD-SPLITS.
           IF FS-CARDITEM-OK
               CLOSE CARDITEM-FILE
           END-IF.

       READ-NEXT-SALE.
           IF NOT FS-VENTAS-EOF
               READ VENTAS-FILE NEXT RECORD
                   AT END
                       SET FS-VENTAS-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT FS-VENTAS-EOF
               IF VENTA-FECHA > WS-STMT-END
                   SET FS-VENTAS-EOF TO TRUE
               END-IF
           END-IF.

       TALLY-ONE-CARD-DAY.
           MOVE VENTA-FECHA TO WS-CARD-FECHA.
           MOVE ZERO TO WS-CARD-TOTAL.
           PERFORM ADD-CARD-SALE
              UNTIL FS-VENTAS-EOF OR VENTA-FECHA NOT = WS-CARD-FECHA.
           PERFORM CHECK-DAY-SETTLED.
           IF WS-CARD-TOTAL NOT = ZERO AND NOT WS-DAY-IS-SETTLED
               MOVE "S" TO WS-NEW-TYPE
               MOVE WS-CARD-FECHA TO WS-NEW-KEY
               MOVE WS-CARD-FECHA TO WS-NEW-FECHA
               MOVE WS-CARD-TOTAL TO WS-NEW-AMOUNT
               MOVE SPACES TO WS-NEW-REFERENCE
               PERFORM ADD-BOOK-ITEM
           END-IF.

       ADD-CARD-SALE.
           IF VENTA-CARD
               COMPUTE WS-LINE-AMOUNT =
                  VENTA-PRECIO * VENTA-CANTIDAD
               IF VENTA-CREDIT OR VENTA-VOID
                   COMPUTE WS-LINE-AMOUNT = ZERO - WS-LINE-AMOUNT
               END-IF
               ADD WS-LINE-AMOUNT TO WS-CARD-TOTAL
           END-IF.
           PERFORM READ-NEXT-SALE.

      * The card side of a gift-card split tender settles with the
      * rest of that day's card takings
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
           MOVE "N" TO WS-DAY-SETTLED.
           IF TS-SPLIT-TENDER = "T"
               MOVE TS-FECHA TO WS-CARD-FECHA
               PERFORM CHECK-DAY-SETTLED
           END-IF.
           IF TS-SPLIT-TENDER = "T"
              AND TS-FECHA NOT < WS-FROM-DATE
              AND TS-FECHA NOT > WS-STMT-END
              AND NOT WS-DAY-IS-SETTLED
               MOVE ZERO TO WS-BEST-BOOK
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                  UNTIL WS-BK-IDX > WS-BOOK-COUNT
                     OR WS-BEST-BOOK NOT = ZERO
                   IF WS-BK-TYPE (WS-BK-IDX) = "S"
                      AND WS-BK-FECHA (WS-BK-IDX) = TS-FECHA
                       SET WS-BEST-BOOK TO WS-BK-IDX
                   END-IF
               END-PERFORM
               IF WS-BEST-BOOK NOT = ZERO
                   ADD TS-SPLIT-AMOUNT TO WS-BK-AMOUNT (WS-BEST-BOOK)
               ELSE
                   MOVE "S" TO WS-NEW-TYPE
                   MOVE TS-FECHA TO WS-NEW-KEY
                   MOVE TS-FECHA TO WS-NEW-FECHA
                   MOVE TS-SPLIT-AMOUNT TO WS-NEW-AMOUNT
                   MOVE SPACES TO WS-NEW-REFERENCE
                   PERFORM ADD-BOOK-ITEM
               END-IF
           END-IF.
           PERFORM READ-NEXT-SPLIT.

      * A sale day with tickets on CARDITEM.DAT has been through the
      * processor's settlement file and is matched on the net paid
       CHECK-DAY-SETTLED.
           MOVE "N" TO WS-DAY-SETTLED.
           IF FS-CARDITEM-OK
               MOVE WS-CARD-FECHA TO CIT-SALE-FECHA
               MOVE ZERO TO CIT-TICKET
               START CARDITEM-FILE KEY IS NOT LESS THAN CIT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CARDITEM-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF CIT-SALE-FECHA = WS-CARD-FECHA
                                   MOVE "Y" TO WS-DAY-SETTLED
                               END-IF
                       END-READ
               END-START
               MOVE "00" TO FS-CARDITEM
           END-IF.

       LOAD-CARD-SETTLEMENTS.
           OPEN INPUT CARDGL-FILE.
           IF FS-CARDGL-OK
               PERFORM READ-NEXT-CARD-POSTING
               PERFORM LOAD-ONE-SETTLEMENT UNTIL FS-CARDGL-EOF
               CLOSE CARDGL-FILE
           END-IF.

       READ-NEXT-CARD-POSTING.
           READ CARDGL-FILE
               AT END
                   SET FS-CARDGL-EOF TO TRUE
           END-READ.

       LOAD-ONE-SETTLEMENT.
           IF CGL-NET-SETTLEMENT
              AND CGL-SETTLE-FECHA NOT < WS-FROM-DATE
              AND CGL-SETTLE-FECHA NOT > WS-STMT-END
               MOVE ZERO TO WS-BEST-BOOK
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                  UNTIL WS-BK-IDX > WS-BOOK-COUNT
                     OR WS-BEST-BOOK NOT = ZERO
                   IF WS-BK-TYPE (WS-BK-IDX) = "N"
                      AND WS-BK-FECHA (WS-BK-IDX) = CGL-SETTLE-FECHA
                       SET WS-BEST-BOOK TO WS-BK-IDX
                   END-IF
               END-PERFORM
               IF WS-BEST-BOOK NOT = ZERO
                   ADD CGL-AMOUNT TO WS-BK-AMOUNT (WS-BEST-BOOK)
               ELSE
                   MOVE "N" TO WS-NEW-TYPE
                   MOVE CGL-SETTLE-FECHA TO WS-NEW-KEY
                   MOVE CGL-SETTLE-FECHA TO WS-NEW-FECHA
                   MOVE CGL-AMOUNT TO WS-NEW-AMOUNT
                   MOVE SPACES TO WS-NEW-REFERENCE
                   PERFORM ADD-BOOK-ITEM
               END-IF
           END-IF.
           PERFORM READ-NEXT-CARD-POSTING.

       LOAD-AP-PAYMENTS.
           OPEN INPUT APPAY-FILE.
           IF FS-APPAY-OK
               PERFORM READ-NEXT-AP-PAYMENT
               PERFORM LOAD-ONE-AP-PAYMENT UNTIL FS-APPAY-EOF
               CLOSE APPAY-FILE
           ELSE
               DISPLAY "APPAY.DAT NOT AVAILABLE - NO DEBITS MATCHED"
           END-IF.

       READ-NEXT-AP-PAYMENT.
           READ APPAY-FILE NEXT RECORD
               AT END
                   SET FS-APPAY-EOF TO TRUE
           END-READ.

       LOAD-ONE-AP-PAYMENT.
           IF APPAY-FECHA NOT < WS-FROM-DATE
              AND APPAY-FECHA NOT > WS-STMT-END
               MOVE "P" TO WS-NEW-TYPE
               MOVE APPAY-NUMBER TO WS-APPAY-KEY
               MOVE WS-APPAY-KEY TO WS-NEW-KEY
               MOVE APPAY-FECHA TO WS-NEW-FECHA
               COMPUTE WS-NEW-AMOUNT = ZERO - APPAY-AMOUNT
               MOVE APPAY-REFERENCE TO WS-NEW-REFERENCE
               PERFORM ADD-BOOK-ITEM
           END-IF.
           PERFORM READ-NEXT-AP-PAYMENT.

       ADD-BOOK-ITEM.
           MOVE WS-NEW-TYPE TO BCL-BOOK-TYPE.
           MOVE WS-NEW-KEY TO BCL-BOOK-KEY.
           READ BANKCLR-FILE
               INVALID KEY
                   MOVE ZERO TO BCL-STMT-FECHA
           END-READ.
           IF BCL-STMT-FECHA = ZERO OR BCL-STMT-FECHA = WS-STMT-END
               IF WS-BOOK-COUNT < 1000
                   ADD 1 TO WS-BOOK-COUNT
                   SET WS-BK-IDX TO WS-BOOK-COUNT
                   MOVE WS-NEW-TYPE TO WS-BK-TYPE (WS-BK-IDX)
                   MOVE WS-NEW-KEY TO WS-BK-KEY (WS-BK-IDX)
                   MOVE WS-NEW-FECHA TO WS-BK-FECHA (WS-BK-IDX)
                   MOVE WS-NEW-AMOUNT TO WS-BK-AMOUNT (WS-BK-IDX)
                   MOVE WS-NEW-REFERENCE
                      TO WS-BK-REFERENCE (WS-BK-IDX)
                   MOVE "N" TO WS-BK-MATCHED (WS-BK-IDX)
               ELSE
                   DISPLAY "BOOK TABLE FULL - ITEM NOT LOADED: "
                      WS-NEW-TYPE " " WS-NEW-KEY
               END-IF
           END-IF.

       MATCH-ONE-BANK-ITEM.
           MOVE ZERO TO WS-BEST-BOOK.
           MOVE ZERO TO WS-BEST-FECHA.
           MOVE WS-ST-AMOUNT (WS-ST-IDX) TO WS-WANT-AMOUNT.
           EVALUATE WS-ST-CODE (WS-ST-IDX)
               WHEN "DEP"
                   MOVE "D" TO WS-WANT-TYPE
                   PERFORM FIND-LATEST-BOOK-DAY
               WHEN "CRD"
                   MOVE "S" TO WS-WANT-TYPE
                   PERFORM FIND-LATEST-BOOK-DAY
                   IF WS-BEST-BOOK = ZERO
                       MOVE "N" TO WS-WANT-TYPE
                       PERFORM FIND-LATEST-BOOK-DAY
                   END-IF
               WHEN "DEB"
                   PERFORM FIND-AP-PAYMENT
           END-EVALUATE.
           IF WS-BEST-BOOK NOT = ZERO
               MOVE WS-BEST-BOOK TO WS-ST-BOOK (WS-ST-IDX)
               MOVE "Y" TO WS-BK-MATCHED (WS-BEST-BOOK)
           END-IF.

       FIND-LATEST-BOOK-DAY.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
              UNTIL WS-BK-IDX > WS-BOOK-COUNT
               IF WS-BK-TYPE (WS-BK-IDX) = WS-WANT-TYPE
                  AND WS-BK-MATCHED (WS-BK-IDX) = "N"
                  AND WS-BK-AMOUNT (WS-BK-IDX) = WS-WANT-AMOUNT
                  AND WS-BK-FECHA (WS-BK-IDX) NOT >
                      WS-ST-FECHA (WS-ST-IDX)
                  AND WS-BK-FECHA (WS-BK-IDX) > WS-BEST-FECHA
                   SET WS-BEST-BOOK TO WS-BK-IDX
                   MOVE WS-BK-FECHA (WS-BK-IDX) TO WS-BEST-FECHA
               END-IF
           END-PERFORM.

       FIND-AP-PAYMENT.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
              UNTIL WS-BK-IDX > WS-BOOK-COUNT
                 OR WS-BEST-BOOK NOT = ZERO
               IF WS-BK-TYPE (WS-BK-IDX) = "P"
                  AND WS-BK-MATCHED (WS-BK-IDX) = "N"
                  AND WS-BK-REFERENCE (WS-BK-IDX) =
                      WS-ST-REFERENCE (WS-ST-IDX)
                  AND WS-BK-AMOUNT (WS-BK-IDX) = WS-WANT-AMOUNT
                   SET WS-BEST-BOOK TO WS-BK-IDX
               END-IF
           END-PERFORM.

       CLEAR-ONE-BOOK-ITEM.
           MOVE WS-BK-TYPE (WS-BK-IDX) TO BCL-BOOK-TYPE.
           MOVE WS-BK-KEY (WS-BK-IDX) TO BCL-BOOK-KEY.
           IF WS-BK-MATCHED (WS-BK-IDX) = "Y"
               MOVE WS-STMT-END TO BCL-STMT-FECHA
               MOVE WS-BK-AMOUNT (WS-BK-IDX) TO BCL-AMOUNT
               PERFORM FIND-CLEARING-BANK-DATE
               WRITE BANKCLR-RECORD
                   INVALID KEY
                       REWRITE BANKCLR-RECORD
                           INVALID KEY
                               DISPLAY "ERROR WRITING BANKCLR.DAT: "
                                  FS-BANKCLR
                               MOVE "BANK-RECONCILIATION" TO ERP-PROGRAM
                               MOVE "CLEAR-ONE-BOOK-ITEM"
                                  TO ERP-PARAGRAPH
                               MOVE "BANKCLR.DAT" TO ERP-FILE
                               MOVE "WRITE" TO ERP-OPERATION
                               MOVE FS-BANKCLR TO ERP-STATUS
                               MOVE BCL-KEY TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       END-REWRITE
               END-WRITE
           ELSE
               DELETE BANKCLR-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       FIND-CLEARING-BANK-DATE.
           MOVE ZERO TO BCL-BANK-FECHA.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
              UNTIL WS-ST-IDX > WS-STMT-COUNT
               IF WS-ST-BOOK (WS-ST-IDX) = WS-BK-IDX
                   MOVE WS-ST-FECHA (WS-ST-IDX) TO BCL-BANK-FECHA
               END-IF
           END-PERFORM.

       PRINT-RECONCILIATION.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BANK RECONCILIATION - STATEMENT TO "
                     DELIMITED BY SIZE
                  WS-STMT-END DELIMITED BY SIZE
                  "   BOOK ITEMS FROM " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "MATCHED ITEMS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM PRINT-MATCHED-ITEM
              VARYING WS-ST-IDX FROM 1 BY 1
              UNTIL WS-ST-IDX > WS-STMT-COUNT.
           MOVE WS-MATCHED-TOTAL TO WS-MONEY-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "MATCHED: " DELIMITED BY SIZE
                  WS-MATCHED-COUNT DELIMITED BY SIZE
                  "  TOTAL " DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "BANK ITEMS WITH NO BOOK ENTRY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM PRINT-BANK-ONLY-ITEM
              VARYING WS-ST-IDX FROM 1 BY 1
              UNTIL WS-ST-IDX > WS-STMT-COUNT.
           MOVE WS-BANK-ONLY-TOTAL TO WS-MONEY-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "NOT IN BOOKS: " DELIMITED BY SIZE
                  WS-BANK-ONLY-COUNT DELIMITED BY SIZE
                  "  TOTAL " DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "BOOK ITEMS NOT CLEARED BY THE BANK" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM PRINT-UNCLEARED-ITEM
              VARYING WS-BK-IDX FROM 1 BY 1
              UNTIL WS-BK-IDX > WS-BOOK-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM PRINT-BALANCE-SUMMARY.

       PRINT-MATCHED-ITEM.
           IF WS-ST-BOOK (WS-ST-IDX) NOT = ZERO
               ADD 1 TO WS-MATCHED-COUNT
               ADD WS-ST-AMOUNT (WS-ST-IDX) TO WS-MATCHED-TOTAL
               SET WS-BK-IDX TO WS-ST-BOOK (WS-ST-IDX)
               PERFORM DESCRIBE-BOOK-ITEM
               MOVE WS-ST-AMOUNT (WS-ST-IDX) TO WS-MONEY-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-ST-FECHA (WS-ST-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ST-CODE (WS-ST-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ST-REFERENCE (WS-ST-IDX) DELIMITED BY SIZE
                      WS-MONEY-EDIT DELIMITED BY SIZE
                      "  = " DELIMITED BY SIZE
                      WS-BOOK-DESC DELIMITED BY SIZE
                      WS-BK-FECHA (WS-BK-IDX) DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       PRINT-BANK-ONLY-ITEM.
           IF WS-ST-BOOK (WS-ST-IDX) = ZERO
               ADD 1 TO WS-BANK-ONLY-COUNT
               ADD WS-ST-AMOUNT (WS-ST-IDX) TO WS-BANK-ONLY-TOTAL
               MOVE WS-ST-AMOUNT (WS-ST-IDX) TO WS-MONEY-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-ST-FECHA (WS-ST-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ST-CODE (WS-ST-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ST-REFERENCE (WS-ST-IDX) DELIMITED BY SIZE
                      WS-MONEY-EDIT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-ST-DESC (WS-ST-IDX) DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       PRINT-UNCLEARED-ITEM.
           IF WS-BK-MATCHED (WS-BK-IDX) = "N"
               IF WS-BK-TYPE (WS-BK-IDX) = "P"
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   ADD WS-BK-AMOUNT (WS-BK-IDX)
                      TO WS-OUTSTANDING-TOTAL
               ELSE
                   ADD 1 TO WS-IN-TRANSIT-COUNT
                   ADD WS-BK-AMOUNT (WS-BK-IDX)
                      TO WS-IN-TRANSIT-TOTAL
               END-IF
               PERFORM DESCRIBE-BOOK-ITEM
               MOVE WS-BK-AMOUNT (WS-BK-IDX) TO WS-MONEY-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-BK-FECHA (WS-BK-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-BOOK-DESC DELIMITED BY SIZE
                      WS-BK-REFERENCE (WS-BK-IDX) DELIMITED BY SIZE
                      WS-MONEY-EDIT DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       DESCRIBE-BOOK-ITEM.
           EVALUATE WS-BK-TYPE (WS-BK-IDX)
               WHEN "D"
                   MOVE "CASH DEPOSIT    " TO WS-BOOK-DESC
               WHEN "S"
                   MOVE "CARD TAKINGS    " TO WS-BOOK-DESC
               WHEN "N"
                   MOVE "CARD SETTLEMENT " TO WS-BOOK-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-BOOK-DESC
                   STRING "AP PAYMENT " DELIMITED BY SIZE
                          WS-BK-KEY (WS-BK-IDX) (1:6)
                             DELIMITED BY SIZE
                          INTO WS-BOOK-DESC
                   END-STRING
           END-EVALUATE.

      * Bank closing balance, plus book receipts the bank has not yet
      * credited, less book payments it has not yet paid, less bank
      * entries the books have not yet recorded, gives the balance
      * the books should show
       PRINT-BALANCE-SUMMARY.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OPENING-BALANCE TO WS-MONEY-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "STATEMENT OPENING BALANCE:      " DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-CLOSING-BALANCE TO WS-MONEY-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "STATEMENT CLOSING BALANCE:      " DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-OPENING-BALANCE + WS-STMT-MOVEMENT NOT =
              WS-CLOSING-BALANCE
               COMPUTE WS-RECONCILED =
                  WS-OPENING-BALANCE + WS-STMT-MOVEMENT
               MOVE WS-RECONCILED TO WS-MONEY-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "** STATEMENT DOES NOT FOOT - ENTRIES GIVE "
                         DELIMITED BY SIZE
                      WS-MONEY-EDIT DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-IN-TRANSIT-TOTAL TO WS-MONEY-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ADD RECEIPTS NOT YET CREDITED:  " DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  WS-IN-TRANSIT-COUNT DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-OUTSTANDING-TOTAL TO WS-MONEY-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "LESS PAYMENTS NOT YET PRESENTED:" DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  WS-OUTSTANDING-COUNT DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           COMPUTE WS-MONEY-EDIT = ZERO - WS-BANK-ONLY-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "LESS BANK ITEMS NOT IN BOOKS:   " DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  WS-BANK-ONLY-COUNT DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           COMPUTE WS-RECONCILED = WS-CLOSING-BALANCE
              + WS-IN-TRANSIT-TOTAL + WS-OUTSTANDING-TOTAL
              - WS-BANK-ONLY-TOTAL.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RECONCILED TO WS-MONEY-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECONCILED BOOK BALANCE:        " DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CLOSING-BALANCE TO WS-MONEY-EDIT-2.
           DISPLAY "STATEMENT CLOSING BALANCE: " WS-MONEY-EDIT-2.
           DISPLAY "RECONCILED BOOK BALANCE:   " WS-MONEY-EDIT.
           DISPLAY "MATCHED " WS-MATCHED-COUNT "  BANK ONLY "
              WS-BANK-ONLY-COUNT "  UNCLEARED "
              WS-IN-TRANSIT-COUNT " RECEIPTS "
              WS-OUTSTANDING-COUNT " PAYMENTS".
           DISPLAY "RECONCILIATION WRITTEN TO BANKREC.PRT".

       CLOSE-FILES.
           IF FS-BANKSTMT-OK OR FS-BANKSTMT-EOF
               CLOSE BANKSTMT-FILE
           END-IF.
           CLOSE BANKCLR-FILE.
           IF FS-REPORT-OK
               CLOSE REPORT-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "BANKREC.PRT" TO RAP-REPORT-FILE.
           MOVE "BANK-RECONCILIATION" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           STRING "BOOK ITEMS FROM " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  INTO RAP-PARAMETERS
           END-STRING.
           MOVE ZERO TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
