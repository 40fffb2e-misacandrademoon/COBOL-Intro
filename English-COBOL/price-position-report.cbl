      ******************************************************************
      * Author:
      * Date:
      * Purpose: Price position report against the competitor price
      *          survey. For every product not discontinued it finds
      *          the latest COMPSURV.DAT survey price from each active
      *          competitor on COMPETITOR.DAT and compares it with
      *          what we charge - PROD-PRICE, or a PROMO.DAT
      *          promotion running today when that is lower. Each
      *          surveyed product is printed with our price, the live
      *          promo price, our cost and margin, the cheapest
      *          competitor's price and how far above it we are, and
      *          the margin we would make matching it, followed by one
      *          line per competitor surveyed. Products more than the
      *          chosen percentage above the cheapest competitor are
      *          flagged ABOVE LIMIT, or ABOVE/FLOOR when matching
      *          would take the price below the category's minimum
      *          margin floor (MARGIN-FLOOR-CHECK), so buyers can
      *          decide what to match. Can be limited to the flagged
      *          products. Written to PRICEPOS.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-POSITION-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT COMPETITOR-FILE ASSIGN TO "COMPETITOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CODE
               FILE STATUS IS FS-COMPETITOR.

           SELECT COMPSURV-FILE ASSIGN TO "COMPSURV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSV-KEY
               FILE STATUS IS FS-COMPSURV.

           SELECT PROMO-FILE ASSIGN TO "PROMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-PROD-CODE
               FILE STATUS IS FS-PROMO.

           SELECT PRINT-FILE ASSIGN TO "PRICEPOS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  COMPETITOR-FILE.
       COPY COMPETITOR-RECORD.

       FD  COMPSURV-FILE.
       COPY COMPSURV-RECORD.

       FD  PROMO-FILE.
       COPY PROMO-RECORD.

       FD  PRINT-FILE.
       01  PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
           88 FS-PRODUCTS-EOF   VALUE "10".

       01  FS-COMPETITOR        PIC XX.
           88 FS-COMPETITOR-OK  VALUE "00".
           88 FS-COMPETITOR-EOF VALUE "10".

       01  FS-COMPSURV          PIC XX.
           88 FS-COMPSURV-OK    VALUE "00".
           88 FS-COMPSURV-EOF   VALUE "10".

       01  FS-PROMO             PIC XX.
           88 FS-PROMO-OK       VALUE "00".

       01  FS-PRINT             PIC XX.
           88 FS-PRINT-OK       VALUE "00".

       01  WS-PRODUCTS-OPEN     PIC X VALUE "N".
           88 WS-PRODUCTS-IS-OPEN VALUE "Y".
       01  WS-COMPETITOR-OPEN   PIC X VALUE "N".
           88 WS-COMPETITOR-IS-OPEN VALUE "Y".
       01  WS-COMPSURV-OPEN     PIC X VALUE "N".
           88 WS-COMPSURV-IS-OPEN VALUE "Y".
      * Optional - without it our base price is compared
       01  WS-PROMO-OPEN        PIC X VALUE "N".
           88 WS-PROMO-IS-OPEN  VALUE "Y".

       01  WS-LIMIT-PCT         PIC 9(2)V9.
       01  WS-DEFAULT-LIMIT     PIC 9(2)V9 VALUE 5.0.
       01  WS-LIMIT-ENTRY       PIC X(6).
       01  WS-LIMIT-EDIT        PIC Z9.9.
       01  WS-EXCEPTIONS-FLAG   PIC X VALUE "N".
           88 WS-EXCEPTIONS-ONLY VALUE "Y".

      * Active competitors, with the latest survey of the product in
      * hand
       01  WS-COMPETITOR-TABLE.
           05 WS-CT-ENTRY OCCURS 30 TIMES INDEXED BY WS-CT-IDX.
               10 WS-CT-CODE       PIC X(4).
               10 WS-CT-NAME       PIC X(25).
               10 WS-CT-FOUND      PIC X.
                   88 WS-CT-SURVEYED VALUE "Y".
               10 WS-CT-PRICE      PIC 9(7)V99.
               10 WS-CT-DATE       PIC 9(8).
               10 WS-CT-PROMO      PIC X.
                   88 WS-CT-ON-PROMO VALUE "Y".
       01  WS-COMPETITOR-COUNT  PIC 9(2) VALUE ZERO.
       01  WS-COMPETITORS-DROPPED PIC 9(5) VALUE ZERO.

       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-RUN-TIME          PIC 9(6).
       01  WS-SCAN-FLAG         PIC X.
           88 WS-SCAN-DONE      VALUE "Y".
       01  WS-SURVEYED-COUNT    PIC 9(2).
       01  WS-LOW-IDX           PIC 9(2).
       01  WS-LOW-PRICE         PIC 9(7)V99.
       01  WS-OUR-PRICE         PIC 9(7)V99.
       01  WS-PROMO-LIVE        PIC X.
           88 WS-PROMO-IS-LIVE  VALUE "Y".
       01  WS-ABOVE-PCT         PIC S9(4)V9.
       01  WS-MARGIN-PCT        PIC S9(3)V9.
       01  WS-MATCH-MARGIN      PIC S9(3)V9.
       01  WS-PRODUCT-FLAG      PIC X.
           88 WS-ABOVE-LIMIT    VALUE "A", "F".
           88 WS-MATCH-BELOW-FLOOR VALUE "F".

       01  WS-FLOOR-PCT         PIC 9(2)V9.
       01  WS-FLOOR-PRICE       PIC 9(7)V99.
       01  WS-FLOOR-RESULT      PIC X.
           88 WS-BELOW-FLOOR    VALUE "N".

       01  WS-PRODUCTS-READ     PIC 9(7) VALUE ZERO.
       01  WS-PRODUCTS-SURVEYED PIC 9(7) VALUE ZERO.
       01  WS-AT-OR-BELOW-COUNT PIC 9(7) VALUE ZERO.
       01  WS-WITHIN-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-ABOVE-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-FLOOR-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-PRICE-EDIT        PIC ZZZZZZ9.99.

       01  WS-PRODUCT-LINE.
           05 PL-CODE           PIC X(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PL-NAME           PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PL-CATEGORY       PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PL-PRICE          PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PL-PROMO          PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PL-COST           PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PL-MARGIN         PIC -ZZ9.9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PL-LOW-PRICE      PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PL-LOW-COMP       PIC X(4).
           05 PL-LOW-PROMO      PIC X(1).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PL-ABOVE          PIC -ZZZ9.9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PL-MATCH-MARGIN   PIC -ZZ9.9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PL-FLAG           PIC X(11).

       01  WS-COMPETITOR-LINE.
           05 FILLER            PIC X(7) VALUE SPACES.
           05 CL-CODE           PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CL-NAME           PIC X(25).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(9) VALUE "SURVEYED ".
           05 CL-DATE           PIC 9(8).
           05 FILLER            PIC X(22) VALUE SPACES.
           05 CL-PRICE          PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CL-PROMO          PIC X(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CL-DIFF           PIC -ZZZ9.9.

       01  WS-COUNT-EDIT        PIC Z,ZZZ,ZZ9.
       01  WS-DETAIL-LINE       PIC X(132).
       01  WS-PAGE-NUMBER       PIC 9(4) VALUE ZERO.
       01  WS-PAGE-EDIT         PIC ZZZ9.
       01  WS-PAGE-LINES        PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE    PIC 9(2) VALUE 60.

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "PRICE POSITION REPORT".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM GET-FILTERS.
           PERFORM OPEN-FILES.
           IF WS-PRODUCTS-IS-OPEN AND WS-COMPETITOR-IS-OPEN
              AND WS-COMPSURV-IS-OPEN
               PERFORM LOAD-COMPETITOR-TABLE
               MOVE LOW-VALUES TO PROD-CODE
               START PRODUCTS-FILE KEY IS >= PROD-CODE
                   INVALID KEY
                       SET FS-PRODUCTS-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-PRODUCT
               PERFORM CHECK-ONE-PRODUCT UNTIL FS-PRODUCTS-EOF
               PERFORM WRITE-END-OF-REPORT
               DISPLAY "PRODUCTS SURVEYED:  " WS-PRODUCTS-SURVEYED
               DISPLAY "ABOVE THE LIMIT:    " WS-ABOVE-COUNT
               DISPLAY "REPORT WRITTEN TO PRICEPOS.PRT"
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       GET-FILTERS.
           MOVE WS-DEFAULT-LIMIT TO WS-LIMIT-PCT.
           MOVE WS-DEFAULT-LIMIT TO WS-LIMIT-EDIT.
           DISPLAY "FLAG ITEMS MORE THAN WHAT % ABOVE THE CHEAPEST "
              "COMPETITOR (BLANK = " WS-LIMIT-EDIT "): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-LIMIT-ENTRY.
           ACCEPT WS-LIMIT-ENTRY.
           IF WS-LIMIT-ENTRY NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-LIMIT-ENTRY) = 0
                   AND FUNCTION NUMVAL(WS-LIMIT-ENTRY) >= 0
                   AND FUNCTION NUMVAL(WS-LIMIT-ENTRY) <= 99.9
                   COMPUTE WS-LIMIT-PCT =
                      FUNCTION NUMVAL(WS-LIMIT-ENTRY)
               ELSE
                   DISPLAY "INVALID PERCENTAGE - " WS-LIMIT-EDIT
                      " USED"
               END-IF
           END-IF.
           MOVE WS-LIMIT-PCT TO WS-LIMIT-EDIT.
           DISPLAY "ONLY ITEMS ABOVE THE LIMIT? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-EXCEPTIONS-FLAG.
           MOVE FUNCTION UPPER-CASE(WS-EXCEPTIONS-FLAG)
              TO WS-EXCEPTIONS-FLAG.

       OPEN-FILES.
           OPEN INPUT PRODUCTS-FILE.
           IF FS-PRODUCTS-OK
               SET WS-PRODUCTS-IS-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "PRICE-POSITION-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT COMPETITOR-FILE.
           IF FS-COMPETITOR-OK
               SET WS-COMPETITOR-IS-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR OPENING COMPETITOR.DAT: " FS-COMPETITOR
               MOVE "PRICE-POSITION-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "COMPETITOR.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-COMPETITOR TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT COMPSURV-FILE.
           IF FS-COMPSURV-OK
               SET WS-COMPSURV-IS-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR OPENING COMPSURV.DAT: " FS-COMPSURV
               MOVE "PRICE-POSITION-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "COMPSURV.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-COMPSURV TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PROMO-FILE.
           IF FS-PROMO-OK
               SET WS-PROMO-IS-OPEN TO TRUE
           ELSE
               DISPLAY "PROMO.DAT NOT AVAILABLE (" FS-PROMO
                  ") - BASE PRICES COMPARED"
               MOVE "PRICE-POSITION-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PROMO.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PROMO TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-OK
               DISPLAY "ERROR CREATING PRINT FILE: " FS-PRINT
               MOVE "PRICE-POSITION-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRICEPOS.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRINT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

      * Inactive competitors are left out - their old surveys would
      * only mislead.
       LOAD-COMPETITOR-TABLE.
           MOVE LOW-VALUES TO CMP-CODE.
           START COMPETITOR-FILE KEY IS >= CMP-CODE
               INVALID KEY
                   SET FS-COMPETITOR-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-COMPETITOR.
           PERFORM LOAD-ONE-COMPETITOR UNTIL FS-COMPETITOR-EOF.
           IF WS-COMPETITOR-COUNT = ZERO
               DISPLAY "NO ACTIVE COMPETITORS ON COMPETITOR.DAT"
           END-IF.

       READ-NEXT-COMPETITOR.
           IF NOT FS-COMPETITOR-EOF
               READ COMPETITOR-FILE NEXT RECORD
                   AT END
                       SET FS-COMPETITOR-EOF TO TRUE
               END-READ
           END-IF.

       LOAD-ONE-COMPETITOR.
           IF CMP-ACTIVE
               IF WS-COMPETITOR-COUNT < 30
                   ADD 1 TO WS-COMPETITOR-COUNT
                   MOVE CMP-CODE TO WS-CT-CODE (WS-COMPETITOR-COUNT)
                   MOVE CMP-NAME TO WS-CT-NAME (WS-COMPETITOR-COUNT)
               ELSE
                   ADD 1 TO WS-COMPETITORS-DROPPED
               END-IF
           END-IF.
           PERFORM READ-NEXT-COMPETITOR.

       READ-NEXT-PRODUCT.
           IF NOT FS-PRODUCTS-EOF
               READ PRODUCTS-FILE NEXT RECORD
                   AT END
                       SET FS-PRODUCTS-EOF TO TRUE
               END-READ
           END-IF.

       CHECK-ONE-PRODUCT.
           IF NOT PROD-DISCONTINUED
               ADD 1 TO WS-PRODUCTS-READ
               MOVE ZERO TO WS-SURVEYED-COUNT WS-LOW-IDX
               PERFORM FIND-LATEST-SURVEY
                  VARYING WS-CT-IDX FROM 1 BY 1
                  UNTIL WS-CT-IDX > WS-COMPETITOR-COUNT
               IF WS-SURVEYED-COUNT > ZERO
                   ADD 1 TO WS-PRODUCTS-SURVEYED
                   PERFORM FIND-OUR-PRICE
                   PERFORM MEASURE-POSITION
                   IF WS-ABOVE-LIMIT OR NOT WS-EXCEPTIONS-ONLY
                       PERFORM PRINT-PRODUCT
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-PRODUCT.

      * Surveys are keyed competitor, product, date, so the last entry
      * read for the pair is the latest.
       FIND-LATEST-SURVEY.
           MOVE "N" TO WS-CT-FOUND (WS-CT-IDX).
           MOVE "N" TO WS-SCAN-FLAG.
           MOVE WS-CT-CODE (WS-CT-IDX) TO CSV-COMPETITOR.
           MOVE PROD-CODE TO CSV-PROD-CODE.
           MOVE ZERO TO CSV-SURVEY-DATE.
           START COMPSURV-FILE KEY IS >= CSV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-FLAG
           END-START.
           PERFORM UNTIL WS-SCAN-DONE
               READ COMPSURV-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-FLAG
                   NOT AT END
                       IF CSV-COMPETITOR = WS-CT-CODE (WS-CT-IDX)
                          AND CSV-PROD-CODE = PROD-CODE
                           MOVE "Y" TO WS-CT-FOUND (WS-CT-IDX)
                           MOVE CSV-PRICE TO WS-CT-PRICE (WS-CT-IDX)
                           MOVE CSV-SURVEY-DATE
                              TO WS-CT-DATE (WS-CT-IDX)
                           MOVE CSV-ON-PROMO TO WS-CT-PROMO (WS-CT-IDX)
                       ELSE
                           MOVE "Y" TO WS-SCAN-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CT-SURVEYED (WS-CT-IDX)
               ADD 1 TO WS-SURVEYED-COUNT
               IF WS-LOW-IDX = ZERO
                  OR WS-CT-PRICE (WS-CT-IDX) < WS-LOW-PRICE
                   SET WS-LOW-IDX TO WS-CT-IDX
                   MOVE WS-CT-PRICE (WS-CT-IDX) TO WS-LOW-PRICE
               END-IF
           END-IF.

      * What a shopper pays today - the base price, or a promotion
      * running today when it is lower.
       FIND-OUR-PRICE.
           MOVE PROD-PRICE TO WS-OUR-PRICE.
           MOVE "N" TO WS-PROMO-LIVE.
           IF WS-PROMO-IS-OPEN
               MOVE PROD-CODE TO PROMO-PROD-CODE
               READ PROMO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PROMO-START-DATE <= WS-TODAY-DATE
                          AND PROMO-END-DATE >= WS-TODAY-DATE
                          AND PROMO-PRICE < PROD-PRICE
                           MOVE "Y" TO WS-PROMO-LIVE
                           MOVE PROMO-PRICE TO WS-OUR-PRICE
                       END-IF
               END-READ
           END-IF.

       MEASURE-POSITION.
           MOVE SPACE TO WS-PRODUCT-FLAG.
           COMPUTE WS-ABOVE-PCT ROUNDED =
              (WS-OUR-PRICE - WS-LOW-PRICE) * 100 / WS-LOW-PRICE
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-ABOVE-PCT
           END-COMPUTE.
           IF WS-OUR-PRICE > ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED =
                  (WS-OUR-PRICE - PROD-COST) * 100 / WS-OUR-PRICE
                   ON SIZE ERROR
                       MOVE -999.9 TO WS-MARGIN-PCT
               END-COMPUTE
           ELSE
               MOVE -999.9 TO WS-MARGIN-PCT
           END-IF.
           COMPUTE WS-MATCH-MARGIN ROUNDED =
              (WS-LOW-PRICE - PROD-COST) * 100 / WS-LOW-PRICE
               ON SIZE ERROR
                   MOVE -999.9 TO WS-MATCH-MARGIN
           END-COMPUTE.
           EVALUATE TRUE
               WHEN WS-ABOVE-PCT > WS-LIMIT-PCT
                   ADD 1 TO WS-ABOVE-COUNT
                   MOVE "A" TO WS-PRODUCT-FLAG
                   CALL "MARGIN-FLOOR-CHECK" USING PROD-CATEGORY
                      PROD-COST WS-LOW-PRICE WS-FLOOR-PCT
                      WS-FLOOR-PRICE WS-FLOOR-RESULT
                   IF WS-BELOW-FLOOR
                       ADD 1 TO WS-FLOOR-COUNT
                       MOVE "F" TO WS-PRODUCT-FLAG
                   END-IF
               WHEN WS-ABOVE-PCT > ZERO
                   ADD 1 TO WS-WITHIN-COUNT
               WHEN OTHER
                   ADD 1 TO WS-AT-OR-BELOW-COUNT
           END-EVALUATE.

       PRINT-PRODUCT.
           MOVE PROD-CODE TO PL-CODE.
           MOVE PROD-NAME TO PL-NAME.
           MOVE PROD-CATEGORY TO PL-CATEGORY.
           MOVE PROD-PRICE TO PL-PRICE.
           IF WS-PROMO-IS-LIVE
               MOVE WS-OUR-PRICE TO WS-PRICE-EDIT
               MOVE WS-PRICE-EDIT TO PL-PROMO
           ELSE
               MOVE SPACES TO PL-PROMO
           END-IF.
           MOVE PROD-COST TO PL-COST.
           MOVE WS-MARGIN-PCT TO PL-MARGIN.
           MOVE WS-LOW-PRICE TO PL-LOW-PRICE.
           MOVE WS-CT-CODE (WS-LOW-IDX) TO PL-LOW-COMP.
           IF WS-CT-ON-PROMO (WS-LOW-IDX)
               MOVE "P" TO PL-LOW-PROMO
           ELSE
               MOVE SPACE TO PL-LOW-PROMO
           END-IF.
           MOVE WS-ABOVE-PCT TO PL-ABOVE.
           MOVE WS-MATCH-MARGIN TO PL-MATCH-MARGIN.
           EVALUATE TRUE
               WHEN WS-MATCH-BELOW-FLOOR
                   MOVE "ABOVE/FLOOR" TO PL-FLAG
               WHEN WS-ABOVE-LIMIT
                   MOVE "ABOVE LIMIT" TO PL-FLAG
               WHEN OTHER
                   MOVE SPACES TO PL-FLAG
           END-EVALUATE.
           IF WS-PAGE-LINES + WS-SURVEYED-COUNT + 2
              > WS-LINES-PER-PAGE
               MOVE 99 TO WS-PAGE-LINES
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-PRODUCT-LINE TO WS-DETAIL-LINE.
           PERFORM WRITE-PRINT-LINE.
           PERFORM PRINT-COMPETITOR-PRICE
              VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-COMPETITOR-COUNT.

       PRINT-COMPETITOR-PRICE.
           IF WS-CT-SURVEYED (WS-CT-IDX)
               MOVE WS-CT-CODE (WS-CT-IDX) TO CL-CODE
               MOVE WS-CT-NAME (WS-CT-IDX) TO CL-NAME
               MOVE WS-CT-DATE (WS-CT-IDX) TO CL-DATE
               MOVE WS-CT-PRICE (WS-CT-IDX) TO CL-PRICE
               IF WS-CT-ON-PROMO (WS-CT-IDX)
                   MOVE "PROMO" TO CL-PROMO
               ELSE
                   MOVE SPACES TO CL-PROMO
               END-IF
               COMPUTE CL-DIFF ROUNDED =
                  (WS-OUR-PRICE - WS-CT-PRICE (WS-CT-IDX)) * 100
                  / WS-CT-PRICE (WS-CT-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO CL-DIFF
               END-COMPUTE
               MOVE WS-COMPETITOR-LINE TO WS-DETAIL-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF.

       WRITE-END-OF-REPORT.
           IF WS-PRODUCTS-SURVEYED = ZERO
               MOVE "NO PRODUCTS SURVEYED BY AN ACTIVE COMPETITOR"
                  TO WS-DETAIL-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-PRODUCTS-READ TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PRODUCTS EXAMINED:               " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-PRODUCTS-SURVEYED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  SURVEYED BY A COMPETITOR:      " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-AT-OR-BELOW-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  AT OR BELOW THE CHEAPEST:      " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-WITHIN-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  ABOVE, WITHIN THE LIMIT:       " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-ABOVE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  ABOVE THE LIMIT:               " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-FLOOR-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "    MATCHING BELOW MARGIN FLOOR: " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-COMPETITOR-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "ACTIVE COMPETITORS COMPARED:     " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           IF WS-COMPETITORS-DROPPED > ZERO
               MOVE WS-COMPETITORS-DROPPED TO WS-COUNT-EDIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "*** TABLE FULL - " DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      " ACTIVE COMPETITOR(S) NOT COMPARED ***"
                         DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "P AFTER THE COMPETITOR OR PROMO ON ITS LINE - "
                     DELIMITED BY SIZE
                  "THE SURVEYED PRICE WAS A PROMOTION"
                     DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "ABOVE/FLOOR - ABOVE THE LIMIT, BUT MATCHING THE "
                     DELIMITED BY SIZE
                  "CHEAPEST WOULD GO BELOW THE CATEGORY MARGIN FLOOR"
                     DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.

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
               STRING "PRICE POSITION AGAINST COMPETITORS  RUN "
                         DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                      "  PAGE " DELIMITED BY SIZE
                      WS-PAGE-EDIT DELIMITED BY SIZE
                      INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               IF WS-EXCEPTIONS-ONLY
                   STRING "ITEMS MORE THAN " DELIMITED BY SIZE
                          WS-LIMIT-EDIT DELIMITED BY SIZE
                          "% ABOVE THE CHEAPEST COMPETITOR ONLY"
                             DELIMITED BY SIZE
                          INTO PRINT-LINE
                   END-STRING
               ELSE
                   STRING "ALL SURVEYED ITEMS - LIMIT " DELIMITED BY
                          SIZE
                          WS-LIMIT-EDIT DELIMITED BY SIZE
                          "% ABOVE THE CHEAPEST COMPETITOR"
                             DELIMITED BY SIZE
                          INTO PRINT-LINE
                   END-STRING
               END-IF
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "CODE   PRODUCT               CAT    OUR PRICE"
                         DELIMITED BY SIZE
                      " PROMO PRICE        COST  MARGIN    CHEAPEST "
                         DELIMITED BY SIZE
                      " COMP    ABOVE%  MATCH%  FLAG"
                         DELIMITED BY SIZE
                      INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
               MOVE 3 TO WS-PAGE-LINES
           END-IF.

       CLOSE-FILES.
           IF WS-PRODUCTS-IS-OPEN
               CLOSE PRODUCTS-FILE
           END-IF.
           IF WS-COMPETITOR-IS-OPEN
               CLOSE COMPETITOR-FILE
           END-IF.
           IF WS-COMPSURV-IS-OPEN
               CLOSE COMPSURV-FILE
           END-IF.
           IF WS-PROMO-IS-OPEN
               CLOSE PROMO-FILE
           END-IF.
           IF FS-PRINT-OK
               CLOSE PRINT-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "PRICEPOS.PRT" TO RAP-REPORT-FILE.
           MOVE "PRICE-POSITION-REPORT" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           STRING "AS AT " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  " LIMIT " DELIMITED BY SIZE
                  WS-LIMIT-EDIT DELIMITED BY SIZE
                  " ONLY ABOVE " DELIMITED BY SIZE
                  WS-EXCEPTIONS-FLAG DELIMITED BY SIZE
                  INTO RAP-PARAMETERS
           END-STRING.
           MOVE WS-PAGE-NUMBER TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
