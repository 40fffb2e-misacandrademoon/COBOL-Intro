      *          quantity, a running balance column, and a closing
      *          balance reconciled against the current PROD-STOCK,
      *          flagging loudly when they disagree. The report the
      *          auditors ask for by name. Quarantine lines are stock
      *          moving between sellable and PROD-QUARANTINE, so the
      *          balance is sellable stock throughout. Kit work lines
      *          are components consumed or returned and kits built or
      *          taken apart by KIT-WORK-ORDER. Warranty lines are
      *          replacement units handed out by WARRANTY-CLAIM-ENTRY.
      *          Van lines are stock loaded onto a route van by
      *          VAN-LOAD and brought back at VAN-SETTLEMENT.
      *          Service lines are parts fitted on repair jobs in
      *          SERVICE-JOB-ENTRY. Opening balance lines are the
      *          balance carried forward by MOVEMENT-ARCHIVE, and the
      *          card can be run against an archived fiscal year's
      *          STOCKMOVES.Ayyyy instead of the live ledger, in which
      *          case there is no current stock to reconcile against.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVES-FILE ASSIGN TO DYNAMIC WS-MOVES-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-MOVES.
       FILE SECTION.
       FD  MOVES-FILE.
       COPY MOVES-RECORD.
       01  MOVES-TEXT           PIC X(32).

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  WS-MOVES-NAME        PIC X(16) VALUE "STOCKMOVES.DAT".
       01  WS-ARCHIVE-YEAR      PIC 9(4).
       01  WS-PROD-CODE         PIC X(5).
       01  WS-FROM-DATE         PIC 9(8).
       01  WS-TO-DATE           PIC 9(8).
       01  WS-FIRST-FLAG        PIC X VALUE "Y".
           88 WS-FIRST-MOVEMENT VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "STOCK CARD (KARDEX) REPORT".
           DISPLAY "ARCHIVED FISCAL YEAR (0 = LIVE FILE): "
              WITH NO ADVANCING.
           ACCEPT WS-ARCHIVE-YEAR.
           IF WS-ARCHIVE-YEAR > ZERO
               MOVE SPACES TO WS-MOVES-NAME
               STRING "STOCKMOVES.A" DELIMITED BY SIZE
                      WS-ARCHIVE-YEAR DELIMITED BY SIZE
                      INTO WS-MOVES-NAME
               END-STRING
           END-IF.
           DISPLAY "PRODUCT CODE (5 characters): " WITH NO ADVANCING.
           ACCEPT WS-PROD-CODE.
           DISPLAY "FROM DATE (YYYYMMDD): " WITH NO ADVANCING.
       OPEN-FILES.
           OPEN INPUT MOVES-FILE.
           IF NOT FS-MOVES-OK
               DISPLAY "ERROR OPENING " WS-MOVES-NAME ": " FS-MOVES
               MOVE "STOCK-CARD-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE WS-MOVES-NAME TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "STOCK-CARD-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PRINT-STOCK-CARD.
               AT END
                   SET FS-MOVES-EOF TO TRUE
           END-READ.
           PERFORM UNTIL FS-MOVES-EOF
              OR MOVES-TEXT (1:9) NOT = "*TRAILER*"
               READ MOVES-FILE NEXT RECORD
                   AT END
                       SET FS-MOVES-EOF TO TRUE
               END-READ
           END-PERFORM.

       PRINT-MOVEMENT-LINE.
           IF MOV-PROD-CODE = WS-PROD-CODE
                   MOVE "N" TO WS-FIRST-FLAG
               END-IF
               ADD 1 TO WS-MOVEMENT-COUNT
               IF MOV-OPENING
                   MOVE MOV-BALANCE TO WS-RUNNING-BALANCE
               END-IF
               IF NOT MOV-TRANSFER
                   ADD MOV-QUANTITY TO WS-RUNNING-BALANCE
               END-IF
                   MOVE "RETURN    " TO WS-TYPE-DESC
               WHEN MOV-HOLD
                   MOVE "HOLD      " TO WS-TYPE-DESC
               WHEN MOV-QUARANTINE
                   MOVE "QUARANTINE" TO WS-TYPE-DESC
               WHEN MOV-KIT-WORK
                   MOVE "KIT WORK  " TO WS-TYPE-DESC
               WHEN MOV-WARRANTY
                   MOVE "WARRANTY  " TO WS-TYPE-DESC
               WHEN MOV-VAN
                   MOVE "VAN       " TO WS-TYPE-DESC
               WHEN MOV-SERVICE
                   MOVE "SERVICE   " TO WS-TYPE-DESC
               WHEN MOV-OPENING
                   MOVE "OPENING   " TO WS-TYPE-DESC
               WHEN OTHER
                   MOVE "UNKNOWN   " TO WS-TYPE-DESC
           END-EVALUATE.
           DISPLAY "MOVEMENTS LISTED: " WS-MOVEMENT-COUNT.
           MOVE WS-RUNNING-BALANCE TO WS-BALANCE-EDIT.
           DISPLAY "CLOSING BALANCE PER LEDGER: " WS-BALANCE-EDIT.
           IF WS-ARCHIVE-YEAR > ZERO
               DISPLAY "ARCHIVED YEAR - NOT RECONCILED TO PROD-STOCK"
           ELSE
               PERFORM CHECK-CURRENT-STOCK
           END-IF.

       CHECK-CURRENT-STOCK.
           DISPLAY "CURRENT PROD-STOCK ON FILE: " PROD-STOCK.
           IF WS-MOVEMENT-COUNT > ZERO
              AND WS-RUNNING-BALANCE NOT = PROD-STOCK
