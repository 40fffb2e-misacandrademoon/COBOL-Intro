      *          PROD-CATEGORY, compares against the SALESTGT.DAT
      *          targets with percent attained, and - when the month
      *          is still open - projects the month-end number from
      *          the daily run rate so far. Run for one selling
      *          branch it counts only that branch's sales against the
      *          branch's own targets; run for all branches it compares
      *          against the whole-company targets and adds a section
      *          with each branch's revenue against the sum of its
      *          branch targets for the month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
       01  FS-TARGET            PIC XX.
           88 FS-TARGET-OK      VALUE "00".

       01  WS-TARGET-OPEN       PIC X VALUE "N".
           88 WS-TARGET-IS-OPEN VALUE "Y".
       01  WS-MONTH             PIC 9(6).
       01  WS-FROM-DATE         PIC 9(8).
       01  WS-TO-DATE           PIC 9(8).
       01  WS-FOUND-FLAG        PIC X.
           88 WS-FOUND          VALUE "Y".

       01  WS-BRANCH-FILTER     PIC X(2).
           88 WS-ALL-BRANCHES   VALUE SPACES.
       01  WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 8 TIMES INDEXED BY WS-BIDX.
               10 WS-BR-CODE      PIC X(2).
               10 WS-BR-REVENUE   PIC S9(11)V99.
               10 WS-BR-TARGET    PIC 9(11)V99.
       01  WS-BR-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-BR-OTHER-REVENUE  PIC S9(11)V99 VALUE ZERO.
       01  WS-BR-OTHER-TARGET   PIC 9(11)V99 VALUE ZERO.
       01  WS-BR-LABEL          PIC X(5).
       01  WS-BR-ACTUAL         PIC S9(11)V99.
       01  WS-BR-GOAL           PIC 9(11)V99.
       01  WS-FIN-TARGETS       PIC X.
           88 WS-NO-MORE-TARGETS VALUE "Y".

       01  WS-NET-QTY           PIC S9(7).
       01  WS-LINE-REVENUE      PIC S9(11)V99.
       01  WS-PCT-ATTAINED      PIC S9(3)V9.
       01  WS-EDIT-PROJ         PIC -,---,---,--9.99.
       01  WS-EDIT-PCT          PIC ---9.9.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ACTUAL VS TARGET REPORT".
           DISPLAY "MONTH (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-MONTH.
           DISPLAY "BRANCH (BLANK = ALL BRANCHES): " WITH NO ADVANCING.
           MOVE SPACES TO WS-BRANCH-FILTER.
           ACCEPT WS-BRANCH-FILTER.
           COMPUTE WS-FROM-DATE = WS-MONTH * 100 + 1.
           COMPUTE WS-TO-DATE = WS-MONTH * 100 + 31.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
               PERFORM READ-NEXT-SALE
               PERFORM TALLY-SALE UNTIL FS-VENTAS-EOF
               PERFORM PRINT-REPORT
               IF WS-ALL-BRANCHES AND WS-BR-COUNT > ZERO
                   PERFORM PRINT-BRANCH-SECTION
               END-IF
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "TARGET-REPORT" TO ERP-PROGRAM
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
               MOVE "TARGET-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT TARGET-FILE.
           IF FS-TARGET-OK
               SET WS-TARGET-IS-OPEN TO TRUE
           ELSE
               DISPLAY "SALESTGT.DAT NOT AVAILABLE - TARGETS SHOW "
                  "AS ZERO"
           END-IF.
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
           END-IF.

       TALLY-SALE.
           IF WS-ALL-BRANCHES OR VENTA-BRANCH = WS-BRANCH-FILTER
               PERFORM TALLY-ONE-LINE
           END-IF.
           PERFORM READ-NEXT-SALE.

       TALLY-ONE-LINE.
           MOVE VENTA-CANTIDAD TO WS-NET-QTY.
           IF VENTA-CREDIT OR VENTA-VOID
               COMPUTE WS-NET-QTY = ZERO - WS-NET-QTY
                   CONTINUE
           END-READ.
           PERFORM ADD-TO-CATEGORY.
           IF WS-ALL-BRANCHES
               PERFORM FIND-BRANCH-ENTRY
               IF WS-FOUND
                   ADD WS-LINE-REVENUE TO WS-BR-REVENUE (WS-BIDX)
               ELSE
                   ADD WS-LINE-REVENUE TO WS-BR-OTHER-REVENUE
               END-IF
           END-IF.

      * Locates VENTA-BRANCH in the branch table, adding it while
      * there is room; branches past the table go to OTHER
       FIND-BRANCH-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-BIDX FROM 1 BY 1
              UNTIL WS-BIDX > WS-BR-COUNT OR WS-FOUND
               IF WS-BR-CODE (WS-BIDX) = VENTA-BRANCH
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET WS-BIDX DOWN BY 1
           ELSE
               IF WS-BR-COUNT < 8
                   ADD 1 TO WS-BR-COUNT
                   SET WS-BIDX TO WS-BR-COUNT
                   MOVE VENTA-BRANCH TO WS-BR-CODE (WS-BIDX)
                   MOVE ZERO TO WS-BR-REVENUE (WS-BIDX)
                      WS-BR-TARGET (WS-BIDX)
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-IF.

       ADD-TO-CATEGORY.
           MOVE "N" TO WS-FOUND-FLAG.

       PRINT-REPORT.
           DISPLAY " ".
           IF WS-ALL-BRANCHES
               DISPLAY "ACTUAL VS TARGET - " WS-MONTH
                  " (" WS-DAYS-ELAPSED " OF " WS-DAYS-IN-MONTH
                  " DAYS) - ALL BRANCHES"
           ELSE
               DISPLAY "ACTUAL VS TARGET - " WS-MONTH
                  " (" WS-DAYS-ELAPSED " OF " WS-DAYS-IN-MONTH
                  " DAYS) - BRANCH " WS-BRANCH-FILTER
           END-IF.
           DISPLAY "CAT  ACTUAL           TARGET           PCT    "
              "PROJECTED".
           PERFORM PRINT-ONE-CATEGORY

       PRINT-ONE-CATEGORY.
           MOVE ZERO TO TGT-REVENUE TGT-UNITS.
           IF WS-TARGET-IS-OPEN
               MOVE WS-MONTH TO TGT-YEAR-MONTH
               MOVE WS-CAT-CODE (WS-CIDX) TO TGT-CATEGORY
               MOVE WS-BRANCH-FILTER TO TGT-BRANCH
               READ TARGET-FILE
                   INVALID KEY
                       MOVE ZERO TO TGT-REVENUE TGT-UNITS
           DISPLAY WS-CAT-CODE (WS-CIDX) " " WS-EDIT-ACTUAL " "
              WS-EDIT-TARGET " " WS-EDIT-PCT " " WS-EDIT-PROJ.

       PRINT-BRANCH-SECTION.
           IF WS-TARGET-IS-OPEN
               PERFORM SUM-BRANCH-TARGETS
           END-IF.
           DISPLAY " ".
           DISPLAY "BY BRANCH - " WS-MONTH.
           DISPLAY "BRANCH ACTUAL           TARGET           PCT    "
              "PROJECTED".
           PERFORM VARYING WS-BIDX FROM 1 BY 1
              UNTIL WS-BIDX > WS-BR-COUNT
               IF WS-BR-CODE (WS-BIDX) = SPACES
                   MOVE "HO" TO WS-BR-LABEL
               ELSE
                   MOVE WS-BR-CODE (WS-BIDX) TO WS-BR-LABEL
               END-IF
               MOVE WS-BR-REVENUE (WS-BIDX) TO WS-BR-ACTUAL
               MOVE WS-BR-TARGET (WS-BIDX) TO WS-BR-GOAL
               PERFORM PRINT-ONE-BRANCH
           END-PERFORM.
           IF WS-BR-OTHER-REVENUE NOT = ZERO
              OR WS-BR-OTHER-TARGET > ZERO
               MOVE "OTHER" TO WS-BR-LABEL
               MOVE WS-BR-OTHER-REVENUE TO WS-BR-ACTUAL
               MOVE WS-BR-OTHER-TARGET TO WS-BR-GOAL
               PERFORM PRINT-ONE-BRANCH
           END-IF.

      * Adds up every branch target for the month across categories
       SUM-BRANCH-TARGETS.
           MOVE WS-MONTH TO TGT-YEAR-MONTH.
           MOVE LOW-VALUES TO TGT-CATEGORY TGT-BRANCH.
           MOVE "N" TO WS-FIN-TARGETS.
           START TARGET-FILE KEY IS >= TGT-KEY
               INVALID KEY
                   SET WS-NO-MORE-TARGETS TO TRUE
           END-START.
           PERFORM UNTIL WS-NO-MORE-TARGETS
               READ TARGET-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-TARGETS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-TARGETS
                   IF TGT-YEAR-MONTH NOT = WS-MONTH
                       SET WS-NO-MORE-TARGETS TO TRUE
                   ELSE
                       IF TGT-BRANCH NOT = SPACES
                           PERFORM ADD-BRANCH-TARGET
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ADD-BRANCH-TARGET.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-BIDX FROM 1 BY 1
              UNTIL WS-BIDX > WS-BR-COUNT OR WS-FOUND
               IF WS-BR-CODE (WS-BIDX) = TGT-BRANCH
                   ADD TGT-REVENUE TO WS-BR-TARGET (WS-BIDX)
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               ADD TGT-REVENUE TO WS-BR-OTHER-TARGET
           END-IF.

       PRINT-ONE-BRANCH.
           IF WS-BR-GOAL > ZERO
               COMPUTE WS-PCT-ATTAINED ROUNDED =
                  WS-BR-ACTUAL * 100 / WS-BR-GOAL
           ELSE
               MOVE ZERO TO WS-PCT-ATTAINED
           END-IF.
           IF WS-DAYS-ELAPSED > ZERO
               COMPUTE WS-PROJECTED ROUNDED =
                  WS-BR-ACTUAL * WS-DAYS-IN-MONTH / WS-DAYS-ELAPSED
           ELSE
               MOVE ZERO TO WS-PROJECTED
           END-IF.
           MOVE WS-BR-ACTUAL TO WS-EDIT-ACTUAL.
           MOVE WS-BR-GOAL TO WS-EDIT-TARGET.
           MOVE WS-PROJECTED TO WS-EDIT-PROJ.
           MOVE WS-PCT-ATTAINED TO WS-EDIT-PCT.
           DISPLAY WS-BR-LABEL "  " WS-EDIT-ACTUAL " "
              WS-EDIT-TARGET " " WS-EDIT-PCT " " WS-EDIT-PROJ.

       CLOSE-FILES.
           CLOSE VENTAS-FILE.
           CLOSE PRODUCTS-FILE.
           IF WS-TARGET-IS-OPEN
               CLOSE TARGET-FILE
           END-IF.
