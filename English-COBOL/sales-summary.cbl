      *          code off SELLS.DAT, pricing each sale at its
      *          captured VENTA-PRECIO and netting credits and voids,
      *          with PRODUCTS.DAT used only for the product names,
      *          and prints per-product and grand totals. Run for
      *          one selling branch it counts only that branch's
      *          lines; run for all branches (always so under the
      *          batch driver, when DATEPARM.DAT is present) it adds
      *          a by-branch section with a column of units and
      *          revenue per branch, the first seven branches met
      *          getting their own column and the rest going to OTHER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT DATE-PARM-FILE ASSIGN TO "DATEPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DATE-PARM.

           SELECT PRINT-FILE ASSIGN TO "SALESSUM.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRINT.
       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  DATE-PARM-FILE.
       01  DATE-PARM-RECORD       PIC X(17).

       FD  PRINT-FILE.
       01  PRINT-LINE            PIC X(132).


       01  FS-PRODUCTS           PIC XX.
           88 FS-PRODUCTS-OK     VALUE "00".
       01  FS-DATE-PARM          PIC XX.
           88 FS-DATE-PARM-OK    VALUE "00".

       01  WS-BRANCH-FILTER      PIC X(2).
           88 WS-ALL-BRANCHES    VALUE SPACES.
       01  WS-BRANCH-TITLE       PIC X(3).
       01  WS-BRANCH-MATRIX.
           05 WS-BM-ENTRY OCCURS 8 TIMES INDEXED BY WS-BIDX.
               10 WS-BM-CODE    PIC X(2).
               10 WS-BM-QTY     PIC S9(9).
               10 WS-BM-AMOUNT  PIC S9(11)V99.
       01  WS-BM-COUNT           PIC 9 VALUE ZERO.
       01  WS-BM-OTHER           PIC 9 VALUE 8.
       01  WS-BM-USED            PIC 9.
       01  WS-BM-QTY-EDIT        PIC ---,---,--9.
       01  WS-BM-AMOUNT-EDIT     PIC ---,---,--9.99.
       01  WS-BM-LABEL           PIC X(15).
       01  WS-BM-POINTER         PIC 9(3).

       01  WS-SUMMARY-TABLE.
           05 WS-SUMMARY-ENTRY OCCURS 100 TIMES INDEXED BY WS-IDX.
       01  WS-GRAND-REVENUE      PIC S9(11)V99 VALUE ZERO.
       01  WS-GRAND-REVENUE-EDIT PIC -,---,---,--9.99.

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           PERFORM GET-BRANCH-FILTER.
           PERFORM OPEN-FILES.
           IF FS-VENTAS-OK AND FS-PRODUCTS-OK
               PERFORM BUILD-SUMMARY-TABLE
               DISPLAY " "
               IF WS-ALL-BRANCHES
                   DISPLAY "SALES SUMMARY REPORT - ALL BRANCHES"
               ELSE
                   DISPLAY "SALES SUMMARY REPORT - BRANCH "
                      WS-BRANCH-FILTER
               END-IF
               PERFORM PRINT-SUMMARY-LINE
                  VARYING WS-IDX FROM 1 BY 1
                  UNTIL WS-IDX > WS-ENTRY-COUNT
               PERFORM PRINT-GRAND-TOTAL
               IF WS-ALL-BRANCHES AND WS-BM-COUNT > ZERO
                   PERFORM PRINT-BRANCH-MATRIX
               END-IF
               DISPLAY "REPORT WRITTEN TO SALESSUM.PRT"
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

      * Under the batch driver (DATEPARM.DAT present) there is no
      * one to answer, so the report covers every branch
       GET-BRANCH-FILTER.
           INITIALIZE WS-BRANCH-MATRIX.
           MOVE SPACES TO WS-BRANCH-FILTER.
           OPEN INPUT DATE-PARM-FILE.
           IF FS-DATE-PARM-OK
               CLOSE DATE-PARM-FILE
           ELSE
               DISPLAY "BRANCH (BLANK = ALL BRANCHES): "
                  WITH NO ADVANCING
               ACCEPT WS-BRANCH-FILTER
           END-IF.
           IF WS-ALL-BRANCHES
               MOVE "ALL" TO WS-BRANCH-TITLE
           ELSE
               MOVE WS-BRANCH-FILTER TO WS-BRANCH-TITLE
           END-IF.

       OPEN-FILES.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-OK
               DISPLAY "ERROR CREATING PRINT FILE: " FS-PRINT
               MOVE "SALES-SUMMARY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SALESSUM.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRINT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "SALES-SUMMARY" TO ERP-PROGRAM
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
               MOVE "SALES-SUMMARY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       BUILD-SUMMARY-TABLE.
               AT END
                   SET FS-VENTAS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL FS-VENTAS-EOF OR NOT VENTA-ADDON-LINE
               READ VENTAS-FILE NEXT RECORD
                   AT END
                       SET FS-VENTAS-EOF TO TRUE
               END-READ
           END-PERFORM.

       ACCUMULATE-SALE.
           IF WS-ALL-BRANCHES OR VENTA-BRANCH = WS-BRANCH-FILTER
               PERFORM ACCUMULATE-ONE-LINE
           END-IF.
           PERFORM READ-NEXT-SALE.

       ACCUMULATE-ONE-LINE.
           COMPUTE WS-LINE-REVENUE =
              VENTA-PRECIO * VENTA-CANTIDAD
           MOVE VENTA-CANTIDAD TO WS-NET-QTY
               MOVE WS-NET-QTY TO WS-SUM-QTY (WS-ENTRY-COUNT)
               MOVE WS-LINE-REVENUE TO WS-SUM-AMOUNT (WS-ENTRY-COUNT)
           END-IF
           IF WS-ALL-BRANCHES
               PERFORM ADD-TO-BRANCH-MATRIX
           END-IF.

      * Columns are handed out to branches in the order they are met;
      * once seven are taken the remaining branches share OTHER
       ADD-TO-BRANCH-MATRIX.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-BIDX FROM 1 BY 1
              UNTIL WS-BIDX > WS-BM-COUNT OR WS-FOUND
               IF WS-BM-CODE (WS-BIDX) = VENTA-BRANCH
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET WS-BIDX DOWN BY 1
           ELSE
               IF WS-BM-COUNT < WS-BM-OTHER - 1
                   ADD 1 TO WS-BM-COUNT
                   SET WS-BIDX TO WS-BM-COUNT
                   MOVE VENTA-BRANCH TO WS-BM-CODE (WS-BIDX)
                   MOVE ZERO TO WS-BM-QTY (WS-BIDX)
                      WS-BM-AMOUNT (WS-BIDX)
               ELSE
                   SET WS-BIDX TO WS-BM-OTHER
               END-IF
           END-IF.
           ADD WS-NET-QTY TO WS-BM-QTY (WS-BIDX).
           ADD WS-LINE-REVENUE TO WS-BM-AMOUNT (WS-BIDX).

       PRINT-SUMMARY-LINE.
           MOVE WS-SUM-CODE (WS-IDX) TO PROD-CODE
           DISPLAY " "
           DISPLAY "TOTAL UNITS SOLD: " WS-GRAND-QTY
           DISPLAY "TOTAL REVENUE: " WS-GRAND-REVENUE-EDIT
           PERFORM WRITE-END-OF-REPORT.

       WRITE-END-OF-REPORT.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM WRITE-PRINT-LINE.


       PRINT-BRANCH-MATRIX.
           MOVE WS-BM-COUNT TO WS-BM-USED.
           IF WS-BM-QTY (WS-BM-OTHER) NOT = ZERO
              OR WS-BM-AMOUNT (WS-BM-OTHER) NOT = ZERO
               MOVE WS-BM-OTHER TO WS-BM-USED
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM WRITE-MATRIX-LINE.
           MOVE "SALES BY BRANCH" TO WS-DETAIL-LINE.
           PERFORM WRITE-MATRIX-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 1 TO WS-BM-POINTER.
           STRING "BRANCH      " DELIMITED BY SIZE
              INTO WS-DETAIL-LINE WITH POINTER WS-BM-POINTER
           END-STRING.
           PERFORM VARYING WS-BIDX FROM 1 BY 1
              UNTIL WS-BIDX > WS-BM-USED
               EVALUATE TRUE
                   WHEN WS-BIDX = WS-BM-OTHER
                       MOVE "          OTHER" TO WS-BM-LABEL
                   WHEN WS-BM-CODE (WS-BIDX) = SPACES
                       MOVE "             HO" TO WS-BM-LABEL
                   WHEN OTHER
                       MOVE SPACES TO WS-BM-LABEL
                       MOVE WS-BM-CODE (WS-BIDX) TO WS-BM-LABEL (14:2)
               END-EVALUATE
               STRING WS-BM-LABEL DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE WITH POINTER WS-BM-POINTER
               END-STRING
           END-PERFORM.
           PERFORM WRITE-MATRIX-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 1 TO WS-BM-POINTER.
           STRING "UNITS       " DELIMITED BY SIZE
              INTO WS-DETAIL-LINE WITH POINTER WS-BM-POINTER
           END-STRING.
           PERFORM VARYING WS-BIDX FROM 1 BY 1
              UNTIL WS-BIDX > WS-BM-USED
               MOVE WS-BM-QTY (WS-BIDX) TO WS-BM-QTY-EDIT
               STRING "    " DELIMITED BY SIZE
                  WS-BM-QTY-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE WITH POINTER WS-BM-POINTER
               END-STRING
           END-PERFORM.
           PERFORM WRITE-MATRIX-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 1 TO WS-BM-POINTER.
           STRING "REVENUE     " DELIMITED BY SIZE
              INTO WS-DETAIL-LINE WITH POINTER WS-BM-POINTER
           END-STRING.
           PERFORM VARYING WS-BIDX FROM 1 BY 1
              UNTIL WS-BIDX > WS-BM-USED
               MOVE WS-BM-AMOUNT (WS-BIDX) TO WS-BM-AMOUNT-EDIT
               STRING " " DELIMITED BY SIZE
                  WS-BM-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE WITH POINTER WS-BM-POINTER
               END-STRING
           END-PERFORM.
           PERFORM WRITE-MATRIX-LINE.

       WRITE-MATRIX-LINE.
           DISPLAY WS-DETAIL-LINE.
           PERFORM WRITE-PRINT-LINE.

       WRITE-PRINT-LINE.
           IF FS-PRINT-OK
               IF WS-PAGE-LINES >= WS-LINES-PER-PAGE
           MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "SALES SUMMARY REPORT" DELIMITED BY SIZE
                  "  BRANCH " DELIMITED BY SIZE
                  WS-BRANCH-TITLE DELIMITED BY SIZE
                  "  RUN " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
           CLOSE PRODUCTS-FILE
           IF FS-PRINT-OK
               CLOSE PRINT-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "SALESSUM.PRT" TO RAP-REPORT-FILE.
           MOVE "SALES-SUMMARY" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           STRING "BRANCH " DELIMITED BY SIZE
                  WS-BRANCH-TITLE DELIMITED BY SIZE
                  INTO RAP-PARAMETERS
           END-STRING.
           MOVE WS-PAGE-NUMBER TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
