      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly margin floor exception report. Walks
      *          PRODUCTS.DAT and tests every price a product can
      *          live at against its category's minimum margin floor
      *          (MARGIN-FLOOR-CHECK) at today's PROD-COST - the base
      *          PROD-PRICE, the base less each PRICETIER.DAT
      *          discount, a PROMO.DAT promotion not yet ended and
      *          each QTYBREAK.DAT break price - then every
      *          CONTRACT.DAT customer contract not yet expired.
      *          Lists each price below the floor with its margin, the
      *          floor, the lowest price the floor allows and the
      *          amount short, so a cost increase that has pushed an
      *          old price under the floor is caught the next morning.
      *          Written to FLOORXCP.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGIN-FLOOR-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT PRICETIER-FILE ASSIGN TO "PRICETIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIER-CODE
               FILE STATUS IS FS-PRICETIER.

           SELECT PROMO-FILE ASSIGN TO "PROMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-PROD-CODE
               FILE STATUS IS FS-PROMO.

           SELECT QTYBREAK-FILE ASSIGN TO "QTYBREAK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QB-PROD-CODE
               FILE STATUS IS FS-QTYBREAK.

           SELECT CONTRACT-FILE ASSIGN TO "CONTRACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTRACT-KEY
               FILE STATUS IS FS-CONTRACT.

           SELECT PRINT-FILE ASSIGN TO "FLOORXCP.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  PRICETIER-FILE.
       COPY PRICETIER-RECORD.

       FD  PROMO-FILE.
       COPY PROMO-RECORD.

       FD  QTYBREAK-FILE.
       COPY QTYBREAK-RECORD.

       FD  CONTRACT-FILE.
       COPY CONTRACT-RECORD.

       FD  PRINT-FILE.
       01  PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
           88 FS-PRODUCTS-EOF   VALUE "10".

       01  FS-PRICETIER         PIC XX.
           88 FS-PRICETIER-OK   VALUE "00".
           88 FS-PRICETIER-EOF  VALUE "10".

       01  FS-PROMO             PIC XX.
           88 FS-PROMO-OK       VALUE "00".

       01  FS-QTYBREAK          PIC XX.
           88 FS-QTYBREAK-OK    VALUE "00".

       01  FS-CONTRACT          PIC XX.
           88 FS-CONTRACT-OK    VALUE "00".
           88 FS-CONTRACT-EOF   VALUE "10".

       01  FS-PRINT             PIC XX.
           88 FS-PRINT-OK       VALUE "00".

       01  WS-PRODUCTS-OPEN     PIC X VALUE "N".
           88 WS-PRODUCTS-IS-OPEN VALUE "Y".

      * Optional price files - a missing one is reported and skipped
       01  WS-PRICETIER-OPEN    PIC X VALUE "N".
           88 WS-PRICETIER-IS-OPEN VALUE "Y".
       01  WS-PROMO-OPEN        PIC X VALUE "N".
           88 WS-PROMO-IS-OPEN  VALUE "Y".
       01  WS-QTYBREAK-OPEN     PIC X VALUE "N".
           88 WS-QTYBREAK-IS-OPEN VALUE "Y".
       01  WS-CONTRACT-OPEN     PIC X VALUE "N".
           88 WS-CONTRACT-IS-OPEN VALUE "Y".

       01  WS-TIER-TABLE.
           05 WS-TIER-ENTRY OCCURS 20 TIMES INDEXED BY WS-TIER-IDX.
               10 WS-TIER-CODE     PIC X.
               10 WS-TIER-PCT      PIC 9V999.
       01  WS-TIER-COUNT        PIC 9(2) VALUE ZERO.

      * The price types, in the order they are tested
       01  WS-TYPE-NAMES.
           05 FILLER PIC X(8) VALUE "BASE".
           05 FILLER PIC X(8) VALUE "TIER".
           05 FILLER PIC X(8) VALUE "PROMO".
           05 FILLER PIC X(8) VALUE "BREAK".
           05 FILLER PIC X(8) VALUE "CONTRACT".
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-NAMES.
           05 WS-TYPE-NAME      PIC X(8) OCCURS 5 TIMES.
       01  WS-TYPE-COUNTS.
           05 WS-TYPE-COUNT     PIC 9(7) OCCURS 5 TIMES.
       01  WS-TYPE-IDX          PIC 9.

       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-QB-SUB            PIC 9.
       01  WS-TEST-PRICE        PIC 9(7)V99.
       01  WS-TEST-REFERENCE    PIC X(10).
       01  WS-TEST-ENDS         PIC X(8).
       01  WS-QTY-EDIT          PIC ZZZZ9.

       01  WS-FLOOR-PCT         PIC 9(2)V9.
       01  WS-FLOOR-PRICE       PIC 9(7)V99.
       01  WS-FLOOR-RESULT      PIC X.
           88 WS-FLOOR-APPLIES  VALUE "Y", "N".
       01  WS-MARGIN-PCT        PIC S9(3)V9.
       01  WS-SHORT-BY          PIC 9(7)V99.

       01  WS-PRODUCTS-READ     PIC 9(7) VALUE ZERO.
       01  WS-PRODUCTS-FLOORED  PIC 9(7) VALUE ZERO.
       01  WS-CONTRACTS-READ    PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT   PIC 9(7) VALUE ZERO.

       01  WS-EXCEPTION-LINE.
           05 XL-CODE           PIC X(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 XL-NAME           PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 XL-CATEGORY       PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 XL-TYPE           PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 XL-REFERENCE      PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 XL-ENDS           PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 XL-PRICE          PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 XL-COST           PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 XL-MARGIN         PIC -ZZ9.9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 XL-FLOOR          PIC ZZ9.9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 XL-FLOOR-PRICE    PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 XL-SHORT-BY       PIC ZZZZZZ9.99.

       01  WS-COUNT-EDIT        PIC Z,ZZZ,ZZ9.
       01  WS-DETAIL-LINE       PIC X(132).
       01  WS-PAGE-NUMBER       PIC 9(4) VALUE ZERO.
       01  WS-PAGE-EDIT         PIC ZZZ9.
       01  WS-PAGE-LINES        PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE    PIC 9(2) VALUE 60.
       01  WS-RUN-TIME          PIC 9(6).

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "MARGIN FLOOR EXCEPTION REPORT".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM OPEN-FILES.
           IF FS-PRODUCTS-OK
               INITIALIZE WS-TYPE-COUNTS
               PERFORM LOAD-TIER-TABLE
               MOVE LOW-VALUES TO PROD-CODE
               START PRODUCTS-FILE KEY IS >= PROD-CODE
                   INVALID KEY
                       SET FS-PRODUCTS-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-PRODUCT
               PERFORM CHECK-ONE-PRODUCT UNTIL FS-PRODUCTS-EOF
               IF WS-CONTRACT-IS-OPEN
                   PERFORM CHECK-CONTRACTS
               END-IF
               PERFORM WRITE-END-OF-REPORT
               DISPLAY "PRICES BELOW MARGIN FLOOR: "
                  WS-EXCEPTION-COUNT
               DISPLAY "REPORT WRITTEN TO FLOORXCP.PRT"
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT PRODUCTS-FILE.
           IF FS-PRODUCTS-OK
               SET WS-PRODUCTS-IS-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "MARGIN-FLOOR-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRICETIER-FILE.
           IF FS-PRICETIER-OK
               SET WS-PRICETIER-IS-OPEN TO TRUE
           ELSE
               DISPLAY "PRICETIER.DAT NOT AVAILABLE (" FS-PRICETIER
                  ") - TIER PRICES NOT TESTED"
               MOVE "MARGIN-FLOOR-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRICETIER.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRICETIER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PROMO-FILE.
           IF FS-PROMO-OK
               SET WS-PROMO-IS-OPEN TO TRUE
           ELSE
               DISPLAY "PROMO.DAT NOT AVAILABLE (" FS-PROMO
                  ") - PROMO PRICES NOT TESTED"
               MOVE "MARGIN-FLOOR-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PROMO.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PROMO TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT QTYBREAK-FILE.
           IF FS-QTYBREAK-OK
               SET WS-QTYBREAK-IS-OPEN TO TRUE
           ELSE
               DISPLAY "QTYBREAK.DAT NOT AVAILABLE (" FS-QTYBREAK
                  ") - BREAK PRICES NOT TESTED"
               MOVE "MARGIN-FLOOR-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "QTYBREAK.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-QTYBREAK TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT CONTRACT-FILE.
           IF FS-CONTRACT-OK
               SET WS-CONTRACT-IS-OPEN TO TRUE
           ELSE
               DISPLAY "CONTRACT.DAT NOT AVAILABLE (" FS-CONTRACT
                  ") - CONTRACT PRICES NOT TESTED"
               MOVE "MARGIN-FLOOR-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "CONTRACT.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CONTRACT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-OK
               DISPLAY "ERROR CREATING PRINT FILE: " FS-PRINT
               MOVE "MARGIN-FLOOR-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "FLOORXCP.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRINT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       LOAD-TIER-TABLE.
           IF WS-PRICETIER-IS-OPEN
               MOVE LOW-VALUES TO TIER-CODE
               START PRICETIER-FILE KEY IS >= TIER-CODE
                   INVALID KEY
                       SET FS-PRICETIER-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-TIER
               PERFORM LOAD-ONE-TIER UNTIL FS-PRICETIER-EOF
           END-IF.

       READ-NEXT-TIER.
           IF NOT FS-PRICETIER-EOF
               READ PRICETIER-FILE NEXT RECORD
                   AT END
                       SET FS-PRICETIER-EOF TO TRUE
               END-READ
           END-IF.

       LOAD-ONE-TIER.
           IF TIER-DISCOUNT-PCT > ZERO AND WS-TIER-COUNT < 20
               ADD 1 TO WS-TIER-COUNT
               MOVE TIER-CODE TO WS-TIER-CODE (WS-TIER-COUNT)
               MOVE TIER-DISCOUNT-PCT TO WS-TIER-PCT (WS-TIER-COUNT)
           END-IF.
           PERFORM READ-NEXT-TIER.

       READ-NEXT-PRODUCT.
           IF NOT FS-PRODUCTS-EOF
               READ PRODUCTS-FILE NEXT RECORD
                   AT END
                       SET FS-PRODUCTS-EOF TO TRUE
               END-READ
           END-IF.

      * The floor price depends only on the category and the cost, so
      * it is found once on the base price and every other price the
      * product sells at is measured against it.
       CHECK-ONE-PRODUCT.
           IF NOT PROD-DISCONTINUED
               ADD 1 TO WS-PRODUCTS-READ
               CALL "MARGIN-FLOOR-CHECK" USING PROD-CATEGORY
                  PROD-COST PROD-PRICE WS-FLOOR-PCT WS-FLOOR-PRICE
                  WS-FLOOR-RESULT
               IF WS-FLOOR-APPLIES
                   ADD 1 TO WS-PRODUCTS-FLOORED
                   MOVE 1 TO WS-TYPE-IDX
                   MOVE PROD-PRICE TO WS-TEST-PRICE
                   MOVE SPACES TO WS-TEST-REFERENCE WS-TEST-ENDS
                   PERFORM TEST-ONE-PRICE
                   PERFORM CHECK-TIER-PRICES
                   IF WS-PROMO-IS-OPEN
                       PERFORM CHECK-PROMO-PRICE
                   END-IF
                   IF WS-QTYBREAK-IS-OPEN
                       PERFORM CHECK-BREAK-PRICES
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-PRODUCT.

       CHECK-TIER-PRICES.
           MOVE 2 TO WS-TYPE-IDX.
           MOVE SPACES TO WS-TEST-ENDS.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
              UNTIL WS-TIER-IDX > WS-TIER-COUNT
               COMPUTE WS-TEST-PRICE ROUNDED =
                  PROD-PRICE * (1 - WS-TIER-PCT (WS-TIER-IDX))
               MOVE SPACES TO WS-TEST-REFERENCE
               STRING "TIER " DELIMITED BY SIZE
                      WS-TIER-CODE (WS-TIER-IDX) DELIMITED BY SIZE
                      INTO WS-TEST-REFERENCE
               END-STRING
               PERFORM TEST-ONE-PRICE
           END-PERFORM.

      * A promotion that has not ended yet - running or scheduled.
       CHECK-PROMO-PRICE.
           MOVE PROD-CODE TO PROMO-PROD-CODE.
           READ PROMO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PROMO-END-DATE >= WS-TODAY-DATE
                       MOVE 3 TO WS-TYPE-IDX
                       MOVE PROMO-PRICE TO WS-TEST-PRICE
                       MOVE PROMO-START-DATE TO WS-TEST-REFERENCE
                       MOVE PROMO-END-DATE TO WS-TEST-ENDS
                       PERFORM TEST-ONE-PRICE
                   END-IF
           END-READ.

       CHECK-BREAK-PRICES.
           MOVE PROD-CODE TO QB-PROD-CODE.
           READ QTYBREAK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 4 TO WS-TYPE-IDX
                   MOVE SPACES TO WS-TEST-ENDS
                   PERFORM CHECK-ONE-BREAK
                      VARYING WS-QB-SUB FROM 1 BY 1
                      UNTIL WS-QB-SUB > 3
           END-READ.

       CHECK-ONE-BREAK.
           IF QB-TIER-QTY (WS-QB-SUB) > ZERO
               MOVE QB-TIER-PRICE (WS-QB-SUB) TO WS-TEST-PRICE
               MOVE QB-TIER-QTY (WS-QB-SUB) TO WS-QTY-EDIT
               MOVE SPACES TO WS-TEST-REFERENCE
               STRING "QTY " DELIMITED BY SIZE
                      WS-QTY-EDIT DELIMITED BY SIZE
                      INTO WS-TEST-REFERENCE
               END-STRING
               PERFORM TEST-ONE-PRICE
           END-IF.

      * Contracts are keyed by customer, so they are read on their own
      * and each looked up against its product.
       CHECK-CONTRACTS.
           MOVE LOW-VALUES TO CONTRACT-KEY.
           START CONTRACT-FILE KEY IS >= CONTRACT-KEY
               INVALID KEY
                   SET FS-CONTRACT-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-CONTRACT.
           PERFORM CHECK-ONE-CONTRACT UNTIL FS-CONTRACT-EOF.

       READ-NEXT-CONTRACT.
           IF NOT FS-CONTRACT-EOF
               READ CONTRACT-FILE NEXT RECORD
                   AT END
                       SET FS-CONTRACT-EOF TO TRUE
               END-READ
           END-IF.

       CHECK-ONE-CONTRACT.
           IF CONTRACT-END-DATE >= WS-TODAY-DATE
               ADD 1 TO WS-CONTRACTS-READ
               MOVE CONTRACT-PROD-CODE TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       CALL "MARGIN-FLOOR-CHECK" USING PROD-CATEGORY
                          PROD-COST CONTRACT-PRICE WS-FLOOR-PCT
                          WS-FLOOR-PRICE WS-FLOOR-RESULT
                       IF WS-FLOOR-APPLIES
                           MOVE 5 TO WS-TYPE-IDX
                           MOVE CONTRACT-PRICE TO WS-TEST-PRICE
                           MOVE CONTRACT-CLAVE-CLIENTE
                              TO WS-TEST-REFERENCE
                           MOVE CONTRACT-END-DATE TO WS-TEST-ENDS
                           PERFORM TEST-ONE-PRICE
                       END-IF
               END-READ
           END-IF.
           PERFORM READ-NEXT-CONTRACT.

       TEST-ONE-PRICE.
           IF WS-TEST-PRICE < WS-FLOOR-PRICE
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD 1 TO WS-TYPE-COUNT (WS-TYPE-IDX)
               COMPUTE WS-SHORT-BY = WS-FLOOR-PRICE - WS-TEST-PRICE
               IF WS-TEST-PRICE > ZERO
                   COMPUTE WS-MARGIN-PCT ROUNDED =
                      (WS-TEST-PRICE - PROD-COST) * 100
                      / WS-TEST-PRICE
                       ON SIZE ERROR
                           MOVE -999.9 TO WS-MARGIN-PCT
                   END-COMPUTE
               ELSE
                   MOVE -999.9 TO WS-MARGIN-PCT
               END-IF
               MOVE PROD-CODE TO XL-CODE
               MOVE PROD-NAME TO XL-NAME
               MOVE PROD-CATEGORY TO XL-CATEGORY
               MOVE WS-TYPE-NAME (WS-TYPE-IDX) TO XL-TYPE
               MOVE WS-TEST-REFERENCE TO XL-REFERENCE
               MOVE WS-TEST-ENDS TO XL-ENDS
               MOVE WS-TEST-PRICE TO XL-PRICE
               MOVE PROD-COST TO XL-COST
               MOVE WS-MARGIN-PCT TO XL-MARGIN
               MOVE WS-FLOOR-PCT TO XL-FLOOR
               MOVE WS-FLOOR-PRICE TO XL-FLOOR-PRICE
               MOVE WS-SHORT-BY TO XL-SHORT-BY
               MOVE WS-EXCEPTION-LINE TO WS-DETAIL-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF.

       WRITE-END-OF-REPORT.
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "NO PRICES BELOW THEIR MARGIN FLOOR"
                  TO WS-DETAIL-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-PRODUCTS-READ TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PRODUCTS EXAMINED:          " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-PRODUCTS-FLOORED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  WITH A FLOOR AND A COST:  " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-CONTRACTS-READ TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "CONTRACTS IN FORCE:         " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM WRITE-PRINT-LINE.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX > 5
               MOVE WS-TYPE-COUNT (WS-TYPE-IDX) TO WS-COUNT-EDIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "BELOW FLOOR - " DELIMITED BY SIZE
                      WS-TYPE-NAME (WS-TYPE-IDX) DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-PRINT-LINE
           END-PERFORM.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "BELOW FLOOR - TOTAL         " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
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
               STRING "MARGIN FLOOR EXCEPTIONS  RUN " DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                      "  PAGE " DELIMITED BY SIZE
                      WS-PAGE-EDIT DELIMITED BY SIZE
                      INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "CODE   PRODUCT               CAT   TYPE      "
                         DELIMITED BY SIZE
                      "REFERENCE   ENDS           PRICE        COST"
                         DELIMITED BY SIZE
                      "  MARGIN  FLOOR  FLOOR PRICE    SHORT BY"
                         DELIMITED BY SIZE
                      INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 4 TO WS-PAGE-LINES
           END-IF.

       CLOSE-FILES.
           IF WS-PRODUCTS-IS-OPEN
               CLOSE PRODUCTS-FILE
           END-IF.
           IF WS-PRICETIER-IS-OPEN
               CLOSE PRICETIER-FILE
           END-IF.
           IF WS-PROMO-IS-OPEN
               CLOSE PROMO-FILE
           END-IF.
           IF WS-QTYBREAK-IS-OPEN
               CLOSE QTYBREAK-FILE
           END-IF.
           IF WS-CONTRACT-IS-OPEN
               CLOSE CONTRACT-FILE
           END-IF.
           IF FS-PRINT-OK
               CLOSE PRINT-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "FLOORXCP.PRT" TO RAP-REPORT-FILE.
           MOVE "MARGIN-FLOOR-REPORT" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           STRING "AS AT " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO RAP-PARAMETERS
           END-STRING.
           MOVE WS-PAGE-NUMBER TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
