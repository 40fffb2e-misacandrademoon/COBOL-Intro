      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly price realization report - what each pricing
      *          programme costs in margin. Reads the month's SELLS.DAT
      *          sale lines through the VENTA-FECHA key and, for every
      *          line that carries its price source, values the
      *          quantity kept (sold less returned) at the list price
      *          of the day and at the price actually charged. The
      *          difference is the money given away. Totals by price
      *          source - base, contract, tier, promo, quantity break,
      *          override and scale - then by product category,
      *          customer tier and operator, each with the money given
      *          away split across the discounting sources. Lines
      *          posted before sale lines carried their price source
      *          are counted but left out of the values. Under the
      *          batch driver the date range comes from DATEPARM.DAT.
      *          Written to PRICEREAL.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-REALIZATION-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENTAS-FILE ASSIGN TO "SELLS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTA-NUMERO
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CLIENTE
               FILE STATUS IS FS-CLIENTES.

           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS FS-OPERMAST.

           SELECT DATE-PARM-FILE ASSIGN TO "DATEPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DATE-PARM.

           SELECT PRINT-FILE ASSIGN TO "PRICEREAL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS-FILE.
       COPY VENTAS-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       FD  OPERMAST-FILE.
       COPY OPERMAST-RECORD.

       FD  DATE-PARM-FILE.
       01  DATE-PARM-RECORD.
           05 PARM-FROM-DATE      PIC 9(8).
           05 FILLER              PIC X.
           05 PARM-TO-DATE        PIC 9(8).

       FD  PRINT-FILE.
       01  PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
           88 FS-VENTAS-EOF     VALUE "10".

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".

       01  FS-OPERMAST          PIC XX.
           88 FS-OPERMAST-OK    VALUE "00".

       01  FS-DATE-PARM         PIC XX.
           88 FS-DATE-PARM-OK   VALUE "00".

       01  FS-PRINT             PIC XX.
           88 FS-PRINT-OK       VALUE "00".

       01  WS-PRODUCTS-OPEN     PIC X VALUE "N".
           88 WS-PRODUCTS-IS-OPEN VALUE "Y".
       01  WS-MONTH             PIC 9(6).
       01  WS-FROM-DATE         PIC 9(8).
       01  WS-TO-DATE           PIC 9(8).

      * The price sources, in the order VENTA-PRICE-SOURCE codes them
       01  WS-SOURCE-NAMES.
           05 FILLER PIC X(11) VALUE "BBASE".
           05 FILLER PIC X(11) VALUE "CCONTRACT".
           05 FILLER PIC X(11) VALUE "TTIER".
           05 FILLER PIC X(11) VALUE "PPROMO".
           05 FILLER PIC X(11) VALUE "QQTY BREAK".
           05 FILLER PIC X(11) VALUE "OOVERRIDE".
           05 FILLER PIC X(11) VALUE "SSCALE".
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-NAMES.
           05 WS-SRC-ENTRY OCCURS 7 TIMES INDEXED BY WS-SRC-IDX.
               10 WS-SRC-CODE      PIC X.
               10 WS-SRC-NAME      PIC X(10).
       01  WS-SOURCE-TOTALS.
           05 WS-SRC-TOTAL OCCURS 7 TIMES.
               10 WS-SRC-LINES     PIC 9(7).
               10 WS-SRC-LIST      PIC S9(11)V99.
               10 WS-SRC-SOLD      PIC S9(11)V99.
       01  WS-LINE-SOURCE-IDX   PIC 9.

      * Category (C), customer tier (T) and operator (O) totals
       01  WS-GROUP-TABLE.
           05 WS-GRP-ENTRY OCCURS 600 TIMES INDEXED BY WS-GRP-IDX.
               10 WS-GRP-KIND      PIC X.
               10 WS-GRP-KEY       PIC X(10).
               10 WS-GRP-LINES     PIC 9(7).
               10 WS-GRP-LIST      PIC S9(11)V99.
               10 WS-GRP-SOLD      PIC S9(11)V99.
               10 WS-GRP-GIVEN     PIC S9(11)V99 OCCURS 7 TIMES.
               10 WS-GRP-PRINTED   PIC X.
       01  WS-GROUP-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-GROUPS-DROPPED    PIC 9(7) VALUE ZERO.
       01  WS-FIND-KIND         PIC X.
       01  WS-FIND-KEY          PIC X(10).
       01  WS-FIND-IDX          PIC 9(3).
       01  WS-BEST-IDX          PIC 9(3).
       01  WS-GIVEN-IDX         PIC 9.
       01  WS-SECTION-DONE      PIC X.
           88 WS-SECTION-IS-DONE VALUE "Y".

       01  WS-NET-QTY           PIC S9(5).
       01  WS-LINE-LIST         PIC S9(11)V99.
       01  WS-LINE-SOLD         PIC S9(11)V99.
       01  WS-LINE-GIVEN        PIC S9(11)V99.
       01  WS-LINE-CATEGORY     PIC X(10).
       01  WS-LINE-TIER         PIC X(10).
       01  WS-LINE-OPERATOR     PIC X(10).

       01  WS-TOTAL-LINES       PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-LIST        PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-SOLD        PIC S9(11)V99 VALUE ZERO.
       01  WS-UNRECORDED-LINES  PIC 9(7) VALUE ZERO.

       01  WS-GROUP-NAME        PIC X(18).
       01  WS-PRINT-LINES       PIC 9(7).
       01  WS-PRINT-LIST        PIC S9(11)V99.
       01  WS-PRINT-SOLD        PIC S9(11)V99.
       01  WS-PRINT-GIVEN       PIC S9(11)V99.
       01  WS-GIVEN-PCT         PIC S9(3)V9.

       01  WS-LINES-EDIT        PIC Z,ZZZ,ZZ9.
       01  WS-LIST-EDIT         PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-SOLD-EDIT         PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-GIVEN-EDIT        PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-PCT-EDIT          PIC -ZZ9.9.
       01  WS-SRC-GIVEN-EDIT.
           05 WS-SRC-GIVEN-ED   PIC -ZZZ,ZZ9.99 OCCURS 5 TIMES.

       01  WS-DETAIL-LINE       PIC X(132).
       01  WS-SECTION-TITLE     PIC X(40).
       01  WS-SECTION-KIND      PIC X.
           88 WS-SECTION-SOURCE VALUE "S".
       01  WS-PAGE-NUMBER       PIC 9(4) VALUE ZERO.
       01  WS-PAGE-EDIT         PIC ZZZ9.
       01  WS-PAGE-LINES        PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE    PIC 9(2) VALUE 60.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-TIME          PIC 9(6).

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "PRICE REALIZATION REPORT".
           PERFORM GET-REPORT-DATES.
           PERFORM OPEN-FILES.
           IF FS-VENTAS-OK AND FS-PRODUCTS-OK
               INITIALIZE WS-SOURCE-TOTALS
               MOVE WS-FROM-DATE TO VENTA-FECHA
               START VENTAS-FILE KEY IS >= VENTA-FECHA
                   INVALID KEY
                       SET FS-VENTAS-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-SALE
               PERFORM TALLY-LINE UNTIL FS-VENTAS-EOF
               PERFORM PRINT-SOURCE-SECTION
               MOVE "C" TO WS-SECTION-KIND
               MOVE "BY PRODUCT CATEGORY" TO WS-SECTION-TITLE
               PERFORM PRINT-GROUP-SECTION
               MOVE "T" TO WS-SECTION-KIND
               MOVE "BY CUSTOMER TIER" TO WS-SECTION-TITLE
               PERFORM PRINT-GROUP-SECTION
               MOVE "O" TO WS-SECTION-KIND
               MOVE "BY OPERATOR" TO WS-SECTION-TITLE
               PERFORM PRINT-GROUP-SECTION
               PERFORM WRITE-END-OF-REPORT
               DISPLAY "SALE LINES VALUED: " WS-TOTAL-LINES
               DISPLAY "REPORT WRITTEN TO PRICEREAL.PRT"
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       GET-REPORT-DATES.
           OPEN INPUT DATE-PARM-FILE.
           IF FS-DATE-PARM-OK
               READ DATE-PARM-FILE
                   AT END
                       PERFORM PROMPT-REPORT-MONTH
                   NOT AT END
                       MOVE PARM-FROM-DATE TO WS-FROM-DATE
                       MOVE PARM-TO-DATE TO WS-TO-DATE
                       DISPLAY "DATE RANGE TAKEN FROM DATEPARM.DAT: "
                          WS-FROM-DATE " TO " WS-TO-DATE
               END-READ
               CLOSE DATE-PARM-FILE
           ELSE
               PERFORM PROMPT-REPORT-MONTH
           END-IF.

       PROMPT-REPORT-MONTH.
           DISPLAY "MONTH (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-MONTH.
           COMPUTE WS-FROM-DATE = WS-MONTH * 100 + 1.
           COMPUTE WS-TO-DATE = WS-MONTH * 100 + 31.

       OPEN-FILES.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "PRICE-REALIZATION-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF FS-PRODUCTS-OK
               SET WS-PRODUCTS-IS-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "PRICE-REALIZATION-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
      * Without the customer or operator masters the tier and operator
      * sections still print, by code only.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "CLIENTES.IDX NOT AVAILABLE (" FS-CLIENTES
                  ") - TIERS NOT RESOLVED"
               MOVE "PRICE-REALIZATION-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT OPERMAST-FILE.
           IF NOT FS-OPERMAST-OK
               DISPLAY "OPERMAST.DAT NOT AVAILABLE (" FS-OPERMAST
                  ") - OPERATOR NAMES NOT SHOWN"
               MOVE "PRICE-REALIZATION-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "OPERMAST.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-OPERMAST TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-OK
               DISPLAY "ERROR CREATING PRINT FILE: " FS-PRINT
               MOVE "PRICE-REALIZATION-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRICEREAL.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRINT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

       READ-NEXT-SALE.
           IF NOT FS-VENTAS-EOF
               READ VENTAS-FILE NEXT RECORD
                   AT END
                       SET FS-VENTAS-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT FS-VENTAS-EOF
               IF VENTA-FECHA > WS-TO-DATE
                   SET FS-VENTAS-EOF TO TRUE
               END-IF
           END-IF.

      * Only sale lines count; fees, coupons and delivery charges carry
      * no price source. Returned units are taken off the quantity.
       TALLY-LINE.
           IF VENTA-SALE AND NOT VENTA-IS-REVERSED
               IF VENTA-PRICE-NOT-KEPT
                   ADD 1 TO WS-UNRECORDED-LINES
               ELSE
                   COMPUTE WS-NET-QTY =
                      VENTA-CANTIDAD - VENTA-QTY-RETURNED
                   IF WS-NET-QTY > ZERO
                       PERFORM VALUE-SALE-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-SALE.

       VALUE-SALE-LINE.
           MOVE ZERO TO WS-LINE-SOURCE-IDX.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 7
               IF WS-SRC-CODE (WS-SRC-IDX) = VENTA-PRICE-SOURCE
                   SET WS-LINE-SOURCE-IDX TO WS-SRC-IDX
               END-IF
           END-PERFORM.
           IF WS-LINE-SOURCE-IDX = ZERO
               ADD 1 TO WS-UNRECORDED-LINES
           ELSE
               COMPUTE WS-LINE-LIST = VENTA-LIST-PRICE * WS-NET-QTY
               COMPUTE WS-LINE-SOLD = VENTA-PRECIO * WS-NET-QTY
               COMPUTE WS-LINE-GIVEN = WS-LINE-LIST - WS-LINE-SOLD
               ADD 1 TO WS-TOTAL-LINES
               ADD WS-LINE-LIST TO WS-TOTAL-LIST
               ADD WS-LINE-SOLD TO WS-TOTAL-SOLD
               ADD 1 TO WS-SRC-LINES (WS-LINE-SOURCE-IDX)
               ADD WS-LINE-LIST TO WS-SRC-LIST (WS-LINE-SOURCE-IDX)
               ADD WS-LINE-SOLD TO WS-SRC-SOLD (WS-LINE-SOURCE-IDX)
               PERFORM FIND-LINE-GROUPS
               MOVE "C" TO WS-FIND-KIND
               MOVE WS-LINE-CATEGORY TO WS-FIND-KEY
               PERFORM ADD-TO-GROUP
               MOVE "T" TO WS-FIND-KIND
               MOVE WS-LINE-TIER TO WS-FIND-KEY
               PERFORM ADD-TO-GROUP
               MOVE "O" TO WS-FIND-KIND
               MOVE WS-LINE-OPERATOR TO WS-FIND-KEY
               PERFORM ADD-TO-GROUP
           END-IF.

       FIND-LINE-GROUPS.
           MOVE VENTA-CODIGO TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   MOVE "????" TO WS-LINE-CATEGORY
               NOT INVALID KEY
                   MOVE PROD-CATEGORY TO WS-LINE-CATEGORY
           END-READ.
           MOVE SPACES TO WS-LINE-TIER.
           IF VENTA-CLAVE-CLIENTE NOT = SPACES AND FS-CLIENTES-OK
               MOVE VENTA-CLAVE-CLIENTE TO CLAVE-CLIENTE
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       MOVE "?" TO WS-LINE-TIER
                   NOT INVALID KEY
                       MOVE CLIENTE-TIER TO WS-LINE-TIER
               END-READ
               MOVE "00" TO FS-CLIENTES
           END-IF.
           MOVE VENTA-OPERADOR TO WS-LINE-OPERATOR.

       ADD-TO-GROUP.
           MOVE ZERO TO WS-FIND-IDX.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GROUP-COUNT OR WS-FIND-IDX > ZERO
               IF WS-GRP-KIND (WS-GRP-IDX) = WS-FIND-KIND
                  AND WS-GRP-KEY (WS-GRP-IDX) = WS-FIND-KEY
                   SET WS-FIND-IDX TO WS-GRP-IDX
               END-IF
           END-PERFORM.
           IF WS-FIND-IDX = ZERO
               IF WS-GROUP-COUNT < 600
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO WS-FIND-IDX
                   INITIALIZE WS-GRP-ENTRY (WS-FIND-IDX)
                   MOVE WS-FIND-KIND TO WS-GRP-KIND (WS-FIND-IDX)
                   MOVE WS-FIND-KEY TO WS-GRP-KEY (WS-FIND-IDX)
                   MOVE "N" TO WS-GRP-PRINTED (WS-FIND-IDX)
               ELSE
                   ADD 1 TO WS-GROUPS-DROPPED
               END-IF
           END-IF.
           IF WS-FIND-IDX > ZERO
               ADD 1 TO WS-GRP-LINES (WS-FIND-IDX)
               ADD WS-LINE-LIST TO WS-GRP-LIST (WS-FIND-IDX)
               ADD WS-LINE-SOLD TO WS-GRP-SOLD (WS-FIND-IDX)
               ADD WS-LINE-GIVEN TO
                  WS-GRP-GIVEN (WS-FIND-IDX WS-LINE-SOURCE-IDX)
           END-IF.

       PRINT-SOURCE-SECTION.
           MOVE "S" TO WS-SECTION-KIND.
           MOVE "BY PRICE SOURCE" TO WS-SECTION-TITLE.
           PERFORM WRITE-PAGE-HEADING.
           PERFORM PRINT-SOURCE-LINE
              VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 7.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE "TOTAL" TO WS-GROUP-NAME.
           MOVE WS-TOTAL-LINES TO WS-PRINT-LINES.
           MOVE WS-TOTAL-LIST TO WS-PRINT-LIST.
           MOVE WS-TOTAL-SOLD TO WS-PRINT-SOLD.
           PERFORM FORMAT-SOURCE-LINE.

       PRINT-SOURCE-LINE.
           MOVE WS-SRC-NAME (WS-SRC-IDX) TO WS-GROUP-NAME.
           MOVE WS-SRC-LINES (WS-SRC-IDX) TO WS-PRINT-LINES.
           MOVE WS-SRC-LIST (WS-SRC-IDX) TO WS-PRINT-LIST.
           MOVE WS-SRC-SOLD (WS-SRC-IDX) TO WS-PRINT-SOLD.
           PERFORM FORMAT-SOURCE-LINE.

       FORMAT-SOURCE-LINE.
           COMPUTE WS-PRINT-GIVEN = WS-PRINT-LIST - WS-PRINT-SOLD.
           MOVE ZERO TO WS-GIVEN-PCT.
           IF WS-PRINT-LIST NOT = ZERO
               COMPUTE WS-GIVEN-PCT ROUNDED =
                  WS-PRINT-GIVEN * 100 / WS-PRINT-LIST
           END-IF.
           MOVE WS-PRINT-LINES TO WS-LINES-EDIT.
           MOVE WS-PRINT-LIST TO WS-LIST-EDIT.
           MOVE WS-PRINT-SOLD TO WS-SOLD-EDIT.
           MOVE WS-PRINT-GIVEN TO WS-GIVEN-EDIT.
           MOVE WS-GIVEN-PCT TO WS-PCT-EDIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-GROUP-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LINES-EDIT DELIMITED BY SIZE
                  WS-LIST-EDIT DELIMITED BY SIZE
                  WS-SOLD-EDIT DELIMITED BY SIZE
                  WS-GIVEN-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PCT-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.

      * One section per kind of group, lowest key first.
       PRINT-GROUP-SECTION.
           PERFORM WRITE-PAGE-HEADING.
           MOVE "N" TO WS-SECTION-DONE.
           PERFORM PRINT-NEXT-GROUP UNTIL WS-SECTION-IS-DONE.

       PRINT-NEXT-GROUP.
           MOVE ZERO TO WS-BEST-IDX.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GROUP-COUNT
               IF WS-GRP-KIND (WS-GRP-IDX) = WS-SECTION-KIND
                  AND WS-GRP-PRINTED (WS-GRP-IDX) = "N"
                   IF WS-BEST-IDX = ZERO
                       SET WS-BEST-IDX TO WS-GRP-IDX
                   ELSE
                       IF WS-GRP-KEY (WS-GRP-IDX) <
                          WS-GRP-KEY (WS-BEST-IDX)
                           SET WS-BEST-IDX TO WS-GRP-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BEST-IDX = ZERO
               MOVE "Y" TO WS-SECTION-DONE
           ELSE
               MOVE "Y" TO WS-GRP-PRINTED (WS-BEST-IDX)
               PERFORM NAME-GROUP
               PERFORM FORMAT-GROUP-LINE
           END-IF.

       NAME-GROUP.
           MOVE SPACES TO WS-GROUP-NAME.
           EVALUATE WS-SECTION-KIND
               WHEN "C"
                   MOVE WS-GRP-KEY (WS-BEST-IDX) TO WS-GROUP-NAME
               WHEN "T"
                   EVALUATE WS-GRP-KEY (WS-BEST-IDX)
                       WHEN "R"
                           MOVE "RETAIL" TO WS-GROUP-NAME
                       WHEN "W"
                           MOVE "WHOLESALE" TO WS-GROUP-NAME
                       WHEN "S"
                           MOVE "STAFF" TO WS-GROUP-NAME
                       WHEN SPACES
                           MOVE "NO ACCOUNT" TO WS-GROUP-NAME
                       WHEN OTHER
                           MOVE "NOT ON FILE" TO WS-GROUP-NAME
                   END-EVALUATE
               WHEN "O"
                   MOVE WS-GRP-KEY (WS-BEST-IDX) (1:5) TO OPER-ID
                   MOVE OPER-ID TO WS-GROUP-NAME
                   IF OPER-ID = ZERO
                       MOVE "00000 SYSTEM" TO WS-GROUP-NAME
                   ELSE
                       IF FS-OPERMAST-OK
                           READ OPERMAST-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE OPER-NAME TO
                                      WS-GROUP-NAME (7:12)
                           END-READ
                           MOVE "00" TO FS-OPERMAST
                       END-IF
                   END-IF
           END-EVALUATE.

      * The money given away split across the discounting sources:
      * contract, tier, promo, quantity break and override.
       FORMAT-GROUP-LINE.
           MOVE WS-GRP-LINES (WS-BEST-IDX) TO WS-LINES-EDIT.
           MOVE WS-GRP-LIST (WS-BEST-IDX) TO WS-LIST-EDIT.
           MOVE WS-GRP-SOLD (WS-BEST-IDX) TO WS-SOLD-EDIT.
           COMPUTE WS-PRINT-GIVEN =
              WS-GRP-LIST (WS-BEST-IDX) - WS-GRP-SOLD (WS-BEST-IDX).
           MOVE WS-PRINT-GIVEN TO WS-GIVEN-EDIT.
           PERFORM VARYING WS-GIVEN-IDX FROM 2 BY 1
              UNTIL WS-GIVEN-IDX > 6
               MOVE WS-GRP-GIVEN (WS-BEST-IDX WS-GIVEN-IDX) TO
                  WS-SRC-GIVEN-ED (WS-GIVEN-IDX - 1)
           END-PERFORM.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-GROUP-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LINES-EDIT DELIMITED BY SIZE
                  WS-LIST-EDIT DELIMITED BY SIZE
                  WS-SOLD-EDIT DELIMITED BY SIZE
                  WS-GIVEN-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SRC-GIVEN-ED (1) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SRC-GIVEN-ED (2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SRC-GIVEN-ED (3) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SRC-GIVEN-ED (4) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SRC-GIVEN-ED (5) DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.

       WRITE-END-OF-REPORT.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "SALE LINES VALUED:                       "
                     DELIMITED BY SIZE
                  WS-TOTAL-LINES DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "SALE LINES WITH NO PRICE SOURCE KEPT:    "
                     DELIMITED BY SIZE
                  WS-UNRECORDED-LINES DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           IF WS-GROUPS-DROPPED > ZERO
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "*** GROUP TABLE FULL - " DELIMITED BY SIZE
                      WS-GROUPS-DROPPED DELIMITED BY SIZE
                      " LINE(S) LEFT OUT OF THE CATEGORY, TIER AND"
                         DELIMITED BY SIZE
                      " OPERATOR SECTIONS ***" DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-PRINT-LINE
               DISPLAY "GROUP TABLE FULL - SECTIONS INCOMPLETE"
           END-IF.

       WRITE-PRINT-LINE.
           IF FS-PRINT-OK
               IF WS-PAGE-LINES >= WS-LINES-PER-PAGE
                   PERFORM WRITE-PAGE-HEADING
               END-IF
               MOVE WS-DETAIL-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               ADD 1 TO WS-PAGE-LINES
           END-IF.

       WRITE-PAGE-HEADING.
           IF FS-PRINT-OK
               ADD 1 TO WS-PAGE-NUMBER
               MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT
               MOVE SPACES TO PRINT-LINE
               STRING "PRICE REALIZATION " DELIMITED BY SIZE
                      WS-FROM-DATE DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      WS-TO-DATE DELIMITED BY SIZE
                      "  RUN " DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                      "  PAGE " DELIMITED BY SIZE
                      WS-PAGE-EDIT DELIMITED BY SIZE
                      INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
               MOVE WS-SECTION-TITLE TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               IF WS-SECTION-SOURCE
                   STRING "PRICE SOURCE           LINES    "
                             DELIMITED BY SIZE
                          "LIST VALUE    SOLD VALUE    GIVEN AWAY"
                             DELIMITED BY SIZE
                          "  % LIST" DELIMITED BY SIZE
                          INTO PRINT-LINE
                   END-STRING
               ELSE
                   STRING "                       LINES    "
                             DELIMITED BY SIZE
                          "LIST VALUE    SOLD VALUE    GIVEN AWAY"
                             DELIMITED BY SIZE
                          "    CONTRACT        TIER       PROMO"
                             DELIMITED BY SIZE
                          "   QTY BREAK    OVERRIDE" DELIMITED BY SIZE
                          INTO PRINT-LINE
                   END-STRING
               END-IF
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 4 TO WS-PAGE-LINES
           END-IF.

       CLOSE-FILES.
           IF FS-VENTAS-OK OR FS-VENTAS-EOF
               CLOSE VENTAS-FILE
           END-IF.
           IF WS-PRODUCTS-IS-OPEN
               CLOSE PRODUCTS-FILE
           END-IF.
           IF FS-CLIENTES-OK
               CLOSE ARCHIVO-CLIENTES
           END-IF.
           IF FS-OPERMAST-OK
               CLOSE OPERMAST-FILE
           END-IF.
           IF FS-PRINT-OK
               CLOSE PRINT-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "PRICEREAL.PRT" TO RAP-REPORT-FILE.
           MOVE "PRICE-REALIZATION-REPORT" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           STRING "FROM " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  INTO RAP-PARAMETERS
           END-STRING.
           MOVE WS-PAGE-NUMBER TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
