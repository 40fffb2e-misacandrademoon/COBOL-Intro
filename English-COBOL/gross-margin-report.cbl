      *          is already rolled up, falling back to SELLS.DAT
      *          detail only for days not yet summarized, and ranks
      *          products and PROD-CATEGORY groups by margin dollars
      *          and margin percent. Run for one selling branch it
      *          takes only that branch's summary rows and sale lines;
      *          run for all branches (always so when the batch driver
      *          has left DATEPARM.DAT) it adds a by-branch section with
      *          a column of revenue, cost and margin per branch, the
      *          first seven branches met getting their own column and
      *          the rest going to OTHER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
       01  WS-FOUND-FLAG         PIC X VALUE "N".
           88 WS-FOUND           VALUE "Y".

       01  WS-BRANCH-FILTER      PIC X(2).
           88 WS-ALL-BRANCHES    VALUE SPACES.
       01  WS-BRANCH-MATRIX.
           05 WS-BM-ENTRY OCCURS 8 TIMES INDEXED BY WS-BIDX.
               10 WS-BM-CODE    PIC X(2).
               10 WS-BM-REVENUE PIC S9(11)V99.
               10 WS-BM-COST    PIC S9(11)V99.
       01  WS-BM-COUNT           PIC 9 VALUE ZERO.
       01  WS-BM-OTHER           PIC 9 VALUE 8.
       01  WS-BM-USED            PIC 9.
       01  WS-BM-FOUND-FLAG      PIC X.
           88 WS-BM-FOUND        VALUE "Y".
       01  WS-BM-BRANCH          PIC X(2).
       01  WS-BM-LINE-REVENUE    PIC S9(11)V99.
       01  WS-BM-LINE-COST       PIC S9(11)V99.
       01  WS-BM-ROW             PIC X.
           88 WS-BM-ROW-REVENUE  VALUE "R".
           88 WS-BM-ROW-COST     VALUE "C".
           88 WS-BM-ROW-MARGIN   VALUE "M".
           88 WS-BM-ROW-PCT      VALUE "P".
       01  WS-BM-AMOUNT-EDIT     PIC ---,---,--9.99.
       01  WS-BM-PCT-EDIT        PIC ---9.9.
       01  WS-BM-LABEL           PIC X(15).
       01  WS-BM-POINTER         PIC 9(3).
       01  WS-BM-LINE            PIC X(132).

       01  WS-SORT-I             PIC 9(3).
       01  WS-SORT-J             PIC 9(3).
       01  WS-SWAP-ENTRY         PIC X(64).
       01  WS-GRAND-REVENUE      PIC S9(11)V99 VALUE ZERO.
       01  WS-GRAND-COST         PIC S9(11)V99 VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "GROSS MARGIN REPORT".
                  VARYING WS-CIDX FROM 1 BY 1
                  UNTIL WS-CIDX > WS-CATEGORY-COUNT
               PERFORM PRINT-GRAND-TOTAL
               IF WS-ALL-BRANCHES AND WS-BM-COUNT > ZERO
                   PERFORM PRINT-BRANCH-MATRIX
               END-IF
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

      * Under the batch driver (DATEPARM.DAT present) there is no
      * one to answer the branch prompt, so every branch is reported
       GET-REPORT-DATES.
           INITIALIZE WS-BRANCH-MATRIX.
           MOVE SPACES TO WS-BRANCH-FILTER.
           OPEN INPUT DATE-PARM-FILE.
           IF FS-DATE-PARM-OK
               READ DATE-PARM-FILE
           ACCEPT WS-FROM-DATE.
           DISPLAY "TO DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-TO-DATE.
           DISPLAY "BRANCH (BLANK = ALL BRANCHES): " WITH NO ADVANCING.
           ACCEPT WS-BRANCH-FILTER.

       OPEN-FILES.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "GROSS-MARGIN-REPORT" TO ERP-PROGRAM
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
               MOVE "GROSS-MARGIN-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PERSUM-FILE.
           IF NOT FS-PERSUM-OK
               AT END
                   SET FS-VENTAS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL FS-VENTAS-EOF OR NOT VENTA-ADDON-LINE
               READ VENTAS-FILE NEXT RECORD
                   AT END
                       SET FS-VENTAS-EOF TO TRUE
               END-READ
           END-PERFORM.
           IF NOT FS-VENTAS-EOF
               IF VENTA-FECHA > WS-TO-DATE
                   SET FS-VENTAS-EOF TO TRUE

       ACCUMULATE-FROM-SUMMARY.
           MOVE WS-FROM-DATE TO PS-DATE.
           MOVE LOW-VALUES TO PS-PROD-CODE PS-TENDER PS-BRANCH.
           START PERSUM-FILE KEY IS >= PS-KEY
               INVALID KEY
                   SET FS-PERSUM-EOF TO TRUE
           END-IF.

       ACCUMULATE-SUMMARY-RECORD.
           IF WS-ALL-BRANCHES OR PS-BRANCH = WS-BRANCH-FILTER
               PERFORM ACCUMULATE-SUMMARY-LINE
           END-IF.
           PERFORM READ-NEXT-SUMMARY.

       ACCUMULATE-SUMMARY-LINE.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-PRODUCT-COUNT OR WS-FOUND
           IF NOT WS-FOUND
               PERFORM ADD-NEW-SUMMARY-ENTRY
           END-IF.

       ADD-NEW-SUMMARY-ENTRY.
           MOVE PS-PROD-CODE TO PROD-CODE.
           ADD PS-UNITS TO WS-PRD-QTY (WS-IDX).
           ADD PS-REVENUE TO WS-PRD-REVENUE (WS-IDX).
           ADD PS-COST TO WS-PRD-COST (WS-IDX).
           IF WS-ALL-BRANCHES
               MOVE PS-BRANCH TO WS-BM-BRANCH
               MOVE PS-REVENUE TO WS-BM-LINE-REVENUE
               MOVE PS-COST TO WS-BM-LINE-COST
               PERFORM ADD-TO-BRANCH-MATRIX
           END-IF.

       ACCUMULATE-SALE.
           IF VENTA-FECHA >= WS-FROM-DATE AND VENTA-FECHA <= WS-TO-DATE
              AND (WS-ALL-BRANCHES OR VENTA-BRANCH = WS-BRANCH-FILTER)
               MOVE "N" TO WS-FOUND-FLAG
               PERFORM VARYING WS-IDX FROM 1 BY 1
                  UNTIL WS-IDX > WS-PRODUCT-COUNT OR WS-FOUND
              WS-PRD-REVENUE (WS-IDX) + VENTA-PRECIO * WS-NET-QTY.
           COMPUTE WS-PRD-COST (WS-IDX) =
              WS-PRD-COST (WS-IDX) + PROD-COST * WS-NET-QTY.
           IF WS-ALL-BRANCHES
               MOVE VENTA-BRANCH TO WS-BM-BRANCH
               COMPUTE WS-BM-LINE-REVENUE = VENTA-PRECIO * WS-NET-QTY
               COMPUTE WS-BM-LINE-COST = PROD-COST * WS-NET-QTY
               PERFORM ADD-TO-BRANCH-MATRIX
           END-IF.

      * Columns are handed out to branches in the order they are met;
      * once seven are taken the remaining branches share OTHER
       ADD-TO-BRANCH-MATRIX.
           MOVE "N" TO WS-BM-FOUND-FLAG.
           PERFORM VARYING WS-BIDX FROM 1 BY 1
              UNTIL WS-BIDX > WS-BM-COUNT OR WS-BM-FOUND
               IF WS-BM-CODE (WS-BIDX) = WS-BM-BRANCH
                   MOVE "Y" TO WS-BM-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-BM-FOUND
               SET WS-BIDX DOWN BY 1
           ELSE
               IF WS-BM-COUNT < WS-BM-OTHER - 1
                   ADD 1 TO WS-BM-COUNT
                   SET WS-BIDX TO WS-BM-COUNT
                   MOVE WS-BM-BRANCH TO WS-BM-CODE (WS-BIDX)
                   MOVE ZERO TO WS-BM-REVENUE (WS-BIDX)
                      WS-BM-COST (WS-BIDX)
               ELSE
                   SET WS-BIDX TO WS-BM-OTHER
               END-IF
           END-IF.
           ADD WS-BM-LINE-REVENUE TO WS-BM-REVENUE (WS-BIDX).
           ADD WS-BM-LINE-COST TO WS-BM-COST (WS-BIDX).

       SORT-PRODUCTS-BY-MARGIN.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
           DISPLAY "TOTAL MARGIN:  " WS-MARGIN-EDIT
              " (" WS-MARGIN-PCT-EDIT " PCT)".

       PRINT-BRANCH-MATRIX.
           MOVE WS-BM-COUNT TO WS-BM-USED.
           IF WS-BM-REVENUE (WS-BM-OTHER) NOT = ZERO
              OR WS-BM-COST (WS-BM-OTHER) NOT = ZERO
               MOVE WS-BM-OTHER TO WS-BM-USED
           END-IF.
           DISPLAY " ".
           DISPLAY "MARGIN BY BRANCH".
           MOVE SPACES TO WS-BM-LINE.
           MOVE 1 TO WS-BM-POINTER.
           STRING "BRANCH      " DELIMITED BY SIZE
              INTO WS-BM-LINE WITH POINTER WS-BM-POINTER
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
                  INTO WS-BM-LINE WITH POINTER WS-BM-POINTER
               END-STRING
           END-PERFORM.
           DISPLAY WS-BM-LINE.
           SET WS-BM-ROW-REVENUE TO TRUE.
           PERFORM PRINT-BRANCH-ROW.
           SET WS-BM-ROW-COST TO TRUE.
           PERFORM PRINT-BRANCH-ROW.
           SET WS-BM-ROW-MARGIN TO TRUE.
           PERFORM PRINT-BRANCH-ROW.
           SET WS-BM-ROW-PCT TO TRUE.
           PERFORM PRINT-BRANCH-ROW.

       PRINT-BRANCH-ROW.
           MOVE SPACES TO WS-BM-LINE.
           MOVE 1 TO WS-BM-POINTER.
           EVALUATE TRUE
               WHEN WS-BM-ROW-REVENUE
                   MOVE "REVENUE     " TO WS-BM-LABEL
               WHEN WS-BM-ROW-COST
                   MOVE "COST        " TO WS-BM-LABEL
               WHEN WS-BM-ROW-MARGIN
                   MOVE "MARGIN      " TO WS-BM-LABEL
               WHEN OTHER
                   MOVE "MARGIN PCT  " TO WS-BM-LABEL
           END-EVALUATE.
           STRING WS-BM-LABEL (1:12) DELIMITED BY SIZE
              INTO WS-BM-LINE WITH POINTER WS-BM-POINTER
           END-STRING.
           PERFORM VARYING WS-BIDX FROM 1 BY 1
              UNTIL WS-BIDX > WS-BM-USED
               COMPUTE WS-MARGIN =
                  WS-BM-REVENUE (WS-BIDX) - WS-BM-COST (WS-BIDX)
               EVALUATE TRUE
                   WHEN WS-BM-ROW-REVENUE
                       MOVE WS-BM-REVENUE (WS-BIDX)
                          TO WS-BM-AMOUNT-EDIT
                   WHEN WS-BM-ROW-COST
                       MOVE WS-BM-COST (WS-BIDX) TO WS-BM-AMOUNT-EDIT
                   WHEN WS-BM-ROW-MARGIN
                       MOVE WS-MARGIN TO WS-BM-AMOUNT-EDIT
               END-EVALUATE
               IF WS-BM-ROW-PCT
                   IF WS-BM-REVENUE (WS-BIDX) = ZERO
                       MOVE ZERO TO WS-MARGIN-PCT
                   ELSE
                       COMPUTE WS-MARGIN-PCT ROUNDED =
                          WS-MARGIN * 100 / WS-BM-REVENUE (WS-BIDX)
                   END-IF
                   MOVE WS-MARGIN-PCT TO WS-BM-PCT-EDIT
                   STRING "         " DELIMITED BY SIZE
                      WS-BM-PCT-EDIT DELIMITED BY SIZE
                      INTO WS-BM-LINE WITH POINTER WS-BM-POINTER
                   END-STRING
               ELSE
                   STRING " " DELIMITED BY SIZE
                      WS-BM-AMOUNT-EDIT DELIMITED BY SIZE
                      INTO WS-BM-LINE WITH POINTER WS-BM-POINTER
                   END-STRING
               END-IF
           END-PERFORM.
           DISPLAY WS-BM-LINE.

       CLOSE-FILES.
           CLOSE VENTAS-FILE
           CLOSE PRODUCTS-FILE.
