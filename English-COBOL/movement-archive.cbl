      ******************************************************************
      * Author:
      * Date:
      * Purpose: Period archive of the STOCKMOVES.DAT movement ledger
      *          in the mold of SALES-ARCHIVE. Every movement dated
      *          before the cut-off date is moved to the fiscal
      *          year's archive file (STOCKMOVES.Ayyyy, appended to
      *          when the year is archived in more than one cut), and
      *          the live ledger is rebuilt with one opening-balance
      *          movement per product, dated the cut-off, carrying
      *          the last archived MOV-BALANCE forward so the Kardex
      *          running balance still starts right, followed by the
      *          movements kept. Bin transfer lines carry the bin
      *          quantity rather than the product balance, so they
      *          are archived but never carried. A control trailer
      *          on the archive holds the count, net quantity and
      *          balance carried forward, and the run proves the
      *          archive and live totals add back to the ledger it
      *          started from. STOCK-CARD-REPORT reads the archive
      *          when asked for an archived year.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVEMENT-ARCHIVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVES-FILE ASSIGN TO "STOCKMOVES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVES.

           SELECT MOVES-WORK-FILE ASSIGN TO "STOCKMOVES.WRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVES-WORK.

           SELECT ARCH-MOVES-FILE ASSIGN TO DYNAMIC
               WS-ARCH-MOVES-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARCH-MOVES.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVES-FILE.
       COPY MOVES-RECORD.

       FD  MOVES-WORK-FILE.
       01  MOVES-WORK-REC        PIC X(32).

       FD  ARCH-MOVES-FILE.
       01  ARCH-MOVES-REC        PIC X(32).
       01  ARCH-MOVES-TRAILER.
           05 AMT-MARK           PIC X(9).
           05 AMT-RECORD-COUNT   PIC 9(7).
           05 AMT-NET-QUANTITY   PIC S9(7).
           05 AMT-FORWARD-TOTAL  PIC 9(9).

       WORKING-STORAGE SECTION.
       01  FS-MOVES             PIC XX.
           88 FS-MOVES-OK       VALUE "00".
           88 FS-MOVES-EOF      VALUE "10".
       01  FS-MOVES-WORK        PIC XX.
           88 FS-MOVES-WORK-OK  VALUE "00".
           88 FS-MOVES-WORK-EOF VALUE "10".
       01  FS-ARCH-MOVES        PIC XX.
           88 FS-ARCH-MOVES-OK  VALUE "00".
           88 FS-ARCH-MOVES-NOT-EXIST VALUE "35".

       01  WS-ARCH-MOVES-NAME   PIC X(16).
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-CUTOFF-DATE       PIC 9(8).
       01  WS-FISCAL-YEAR       PIC 9(4).
       01  WS-DATE-INTEGER      PIC 9(8).
       01  WS-CONFIRM           PIC X.
           88 WS-CONFIRM-YES    VALUE "Y", "y".

       01  WS-LOCK-ACTION       PIC X.
       01  WS-LOCK-NAME         PIC X(12) VALUE "PRODUCTS".
       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

      * Last archived balance per product, carried to the opening
      * movement on the live ledger
       01  WS-FORWARD-TABLE.
           05 WS-FW-ENTRY OCCURS 2000 TIMES INDEXED BY WS-IDX.
               10 WS-FW-CODE        PIC X(5).
               10 WS-FW-BALANCE     PIC 9(5).
               10 WS-FW-BRANCH      PIC X(2).
       01  WS-FORWARD-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-FOUND-FLAG        PIC X.
           88 WS-FOUND          VALUE "Y".

       01  WS-READ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-READ-NET          PIC S9(9) VALUE ZERO.
       01  WS-ARCHIVED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-ARCHIVED-NET      PIC S9(9) VALUE ZERO.
       01  WS-KEPT-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-KEPT-NET          PIC S9(9) VALUE ZERO.
       01  WS-COPIED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-OPENING-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-FORWARD-TOTAL     PIC 9(9) VALUE ZERO.
       01  WS-CHECK-COUNT       PIC 9(7).
       01  WS-CHECK-NET         PIC S9(9).
       01  WS-NET-EDIT          PIC -(9)9.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "STOCK MOVEMENT ARCHIVE".
           DISPLAY "CUT-OFF DATE - MOVEMENTS BEFORE IT ARE ARCHIVED "
              "(YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-CUTOFF-DATE.
           IF WS-CUTOFF-DATE > WS-TODAY-DATE
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-CUTOFF-DATE) NOT = 0
               DISPLAY "INVALID CUT-OFF DATE - NOTHING ARCHIVED"
               STOP RUN
           END-IF.
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE) - 1.
           COMPUTE WS-FISCAL-YEAR =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER) / 10000.
           DISPLAY "FISCAL YEAR OF THE ARCHIVE (YYYY, 0 = "
              WS-FISCAL-YEAR "): " WITH NO ADVANCING.
           ACCEPT WS-FISCAL-YEAR.
           IF WS-FISCAL-YEAR = ZERO
               COMPUTE WS-FISCAL-YEAR =
                  FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER) / 10000
           END-IF.
           MOVE SPACES TO WS-ARCH-MOVES-NAME.
           STRING "STOCKMOVES.A" DELIMITED BY SIZE
                  WS-FISCAL-YEAR DELIMITED BY SIZE
                  INTO WS-ARCH-MOVES-NAME
           END-STRING.
           DISPLAY "ARCHIVE ALL MOVEMENTS BEFORE " WS-CUTOFF-DATE
              " TO " WS-ARCH-MOVES-NAME "? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRM-YES
               DISPLAY "NOTHING ARCHIVED"
               STOP RUN
           END-IF.
           PERFORM TAKE-PRODUCTS-LOCK.
           PERFORM OPEN-FILES.
           IF FS-MOVES-OK AND FS-MOVES-WORK-OK AND FS-ARCH-MOVES-OK
               PERFORM READ-NEXT-MOVE
               PERFORM SPLIT-ONE-MOVE UNTIL FS-MOVES-EOF
               PERFORM WRITE-TRAILER
               CLOSE MOVES-FILE
               CLOSE MOVES-WORK-FILE
               CLOSE ARCH-MOVES-FILE
               PERFORM REBUILD-LIVE-LEDGER
               PERFORM PRINT-RECONCILIATION
           ELSE
               PERFORM CLOSE-FILES
           END-IF.
           PERFORM RELEASE-PRODUCTS-LOCK.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT MOVES-FILE.
           IF NOT FS-MOVES-OK
               DISPLAY "ERROR OPENING STOCKMOVES.DAT: " FS-MOVES
               MOVE "MOVEMENT-ARCHIVE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT MOVES-WORK-FILE.
           IF NOT FS-MOVES-WORK-OK
               DISPLAY "ERROR CREATING STOCKMOVES.WRK: "
                  FS-MOVES-WORK
               MOVE "MOVEMENT-ARCHIVE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.WRK" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MOVES-WORK TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND ARCH-MOVES-FILE.
           IF FS-ARCH-MOVES-NOT-EXIST
               OPEN OUTPUT ARCH-MOVES-FILE
           END-IF.
           IF NOT FS-ARCH-MOVES-OK
               DISPLAY "ERROR OPENING " WS-ARCH-MOVES-NAME ": "
                  FS-ARCH-MOVES
               MOVE "MOVEMENT-ARCHIVE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE WS-ARCH-MOVES-NAME TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARCH-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-MOVE.
           READ MOVES-FILE
               AT END
                   SET FS-MOVES-EOF TO TRUE
           END-READ.

       SPLIT-ONE-MOVE.
           ADD 1 TO WS-READ-COUNT.
           ADD MOV-QUANTITY TO WS-READ-NET.
           IF MOV-DATE < WS-CUTOFF-DATE
               MOVE MOVES-RECORD TO ARCH-MOVES-REC
               WRITE ARCH-MOVES-REC
               ADD 1 TO WS-ARCHIVED-COUNT
               ADD MOV-QUANTITY TO WS-ARCHIVED-NET
               IF NOT MOV-TRANSFER
                   PERFORM NOTE-FORWARD-BALANCE
               END-IF
           ELSE
               MOVE MOVES-RECORD TO MOVES-WORK-REC
               WRITE MOVES-WORK-REC
               ADD 1 TO WS-KEPT-COUNT
               ADD MOV-QUANTITY TO WS-KEPT-NET
           END-IF.
           PERFORM READ-NEXT-MOVE.

       NOTE-FORWARD-BALANCE.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-FORWARD-COUNT OR WS-FOUND
               IF WS-FW-CODE (WS-IDX) = MOV-PROD-CODE
                   MOVE MOV-BALANCE TO WS-FW-BALANCE (WS-IDX)
                   MOVE MOV-BRANCH TO WS-FW-BRANCH (WS-IDX)
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-FORWARD-COUNT < 2000
                   ADD 1 TO WS-FORWARD-COUNT
                   SET WS-IDX TO WS-FORWARD-COUNT
                   MOVE MOV-PROD-CODE TO WS-FW-CODE (WS-IDX)
                   MOVE MOV-BALANCE TO WS-FW-BALANCE (WS-IDX)
                   MOVE MOV-BRANCH TO WS-FW-BRANCH (WS-IDX)
               ELSE
                   DISPLAY "PRODUCT TABLE FULL - NO OPENING BALANCE "
                      "FOR " MOV-PROD-CODE
               END-IF
           END-IF.

       WRITE-TRAILER.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-FORWARD-COUNT
               ADD WS-FW-BALANCE (WS-IDX) TO WS-FORWARD-TOTAL
           END-PERFORM.
           MOVE SPACES TO ARCH-MOVES-TRAILER.
           MOVE "*TRAILER*" TO AMT-MARK.
           MOVE WS-ARCHIVED-COUNT TO AMT-RECORD-COUNT.
           MOVE WS-ARCHIVED-NET TO AMT-NET-QUANTITY.
           MOVE WS-FORWARD-TOTAL TO AMT-FORWARD-TOTAL.
           WRITE ARCH-MOVES-TRAILER.

      * The live ledger is written again from the top: the opening
      * balances first, dated the cut-off, then the movements kept
       REBUILD-LIVE-LEDGER.
           OPEN OUTPUT MOVES-FILE.
           IF NOT FS-MOVES-OK
               DISPLAY "ERROR REWRITING STOCKMOVES.DAT: " FS-MOVES
               MOVE "MOVEMENT-ARCHIVE" TO ERP-PROGRAM
               MOVE "REBUILD-LIVE-LEDGER" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "REWRITE" TO ERP-OPERATION
               MOVE FS-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               DISPLAY "MOVEMENTS KEPT ARE ON STOCKMOVES.WRK"
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                  UNTIL WS-IDX > WS-FORWARD-COUNT
                   PERFORM WRITE-OPENING-MOVE
               END-PERFORM
               OPEN INPUT MOVES-WORK-FILE
               IF FS-MOVES-WORK-OK
                   PERFORM READ-NEXT-WORK-MOVE
                   PERFORM COPY-ONE-WORK-MOVE UNTIL FS-MOVES-WORK-EOF
                   CLOSE MOVES-WORK-FILE
               ELSE
                   DISPLAY "ERROR OPENING STOCKMOVES.WRK: "
                      FS-MOVES-WORK
                   MOVE "MOVEMENT-ARCHIVE" TO ERP-PROGRAM
                   MOVE "REBUILD-LIVE-LEDGER" TO ERP-PARAGRAPH
                   MOVE "STOCKMOVES.WRK" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-MOVES-WORK TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
               CLOSE MOVES-FILE
           END-IF.

       WRITE-OPENING-MOVE.
           MOVE SPACES TO MOVES-RECORD.
           MOVE WS-CUTOFF-DATE TO MOV-DATE.
           MOVE ZERO TO MOV-TIME.
           MOVE WS-FW-CODE (WS-IDX) TO MOV-PROD-CODE.
           SET MOV-OPENING TO TRUE.
           MOVE ZERO TO MOV-QUANTITY.
           MOVE WS-FW-BALANCE (WS-IDX) TO MOV-BALANCE.
           MOVE WS-FW-BRANCH (WS-IDX) TO MOV-BRANCH.
           WRITE MOVES-RECORD.
           ADD 1 TO WS-OPENING-COUNT.

       READ-NEXT-WORK-MOVE.
           READ MOVES-WORK-FILE
               AT END
                   SET FS-MOVES-WORK-EOF TO TRUE
           END-READ.

       COPY-ONE-WORK-MOVE.
           MOVE MOVES-WORK-REC TO MOVES-RECORD.
           WRITE MOVES-RECORD.
           ADD 1 TO WS-COPIED-COUNT.
           PERFORM READ-NEXT-WORK-MOVE.

       PRINT-RECONCILIATION.
           DISPLAY " ".
           DISPLAY "MOVEMENT ARCHIVE - CUT-OFF " WS-CUTOFF-DATE
              " TO " WS-ARCH-MOVES-NAME.
           MOVE WS-READ-NET TO WS-NET-EDIT.
           DISPLAY "LEDGER BEFORE:      " WS-READ-COUNT
              " MOVEMENTS  NET QTY " WS-NET-EDIT.
           MOVE WS-ARCHIVED-NET TO WS-NET-EDIT.
           DISPLAY "ARCHIVED:           " WS-ARCHIVED-COUNT
              " MOVEMENTS  NET QTY " WS-NET-EDIT.
           MOVE WS-KEPT-NET TO WS-NET-EDIT.
           DISPLAY "KEPT ON LIVE FILE:  " WS-KEPT-COUNT
              " MOVEMENTS  NET QTY " WS-NET-EDIT.
           DISPLAY "OPENING BALANCES:   " WS-OPENING-COUNT
              " PRODUCTS   UNITS   " WS-FORWARD-TOTAL.
           COMPUTE WS-CHECK-COUNT = WS-ARCHIVED-COUNT + WS-KEPT-COUNT.
           COMPUTE WS-CHECK-NET = WS-ARCHIVED-NET + WS-KEPT-NET.
           IF WS-CHECK-COUNT = WS-READ-COUNT
              AND WS-CHECK-NET = WS-READ-NET
              AND WS-COPIED-COUNT = WS-KEPT-COUNT
               DISPLAY "ARCHIVE AND LIVE LEDGER RECONCILE"
           ELSE
               DISPLAY "*** ARCHIVE AND LIVE LEDGER DO NOT RECONCILE "
                  "- " WS-COPIED-COUNT " MOVEMENTS COPIED BACK ***"
               DISPLAY "*** MOVEMENTS KEPT ARE ON STOCKMOVES.WRK ***"
           END-IF.

       CLOSE-FILES.
           IF FS-MOVES-OK
               CLOSE MOVES-FILE
           END-IF.
           IF FS-MOVES-WORK-OK
               CLOSE MOVES-WORK-FILE
           END-IF.
           IF FS-ARCH-MOVES-OK
               CLOSE ARCH-MOVES-FILE
           END-IF.

       TAKE-PRODUCTS-LOCK.
           MOVE "T" TO WS-LOCK-ACTION.
           MOVE "MOVEMENT-ARCHIVE" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "PRODUCTS.DAT IN USE BY " WS-LOCK-HOLDER
                  " - TRY AGAIN LATER"
               STOP RUN
           END-IF.

       RELEASE-PRODUCTS-LOCK.
           MOVE "R" TO WS-LOCK-ACTION.
           MOVE "MOVEMENT-ARCHIVE" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
