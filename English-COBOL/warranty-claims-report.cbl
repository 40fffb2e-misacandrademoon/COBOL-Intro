      ******************************************************************
      * Author:
      * Date:
      * Purpose: Warranty claims report. Counts the serialized units
      *          sold from a given date on SERIAL.DAT (a replacement
      *          unit stands in for the faulty one it replaced, so a
      *          swap is not counted twice) and the WARRCLM.DAT claims
      *          raised over the same period, then shows claims, swaps,
      *          repairs, claimed cost and the claim rate - claims per
      *          hundred units sold - product by product and rolled up
      *          by PROD-SUPPLIER-CODE, so the buyer can see which
      *          lines and which suppliers are failing in the field.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRANTY-CLAIMS-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIAL-FILE ASSIGN TO "SERIAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-KEY
               FILE STATUS IS FS-SERIAL.

           SELECT WARRCLM-FILE ASSIGN TO "WARRCLM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WC-NUMBER
               FILE STATUS IS FS-WARRCLM.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERIAL-FILE.
       COPY SERIAL-RECORD.

       FD  WARRCLM-FILE.
       COPY WARRCLM-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-SERIAL            PIC XX.
           88 FS-SERIAL-OK      VALUE "00".
           88 FS-SERIAL-EOF     VALUE "10".
       01  FS-WARRCLM           PIC XX.
           88 FS-WARRCLM-OK     VALUE "00".
           88 FS-WARRCLM-EOF    VALUE "10".
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  WS-FROM-DATE         PIC 9(8).
       01  WS-TODAY-DATE        PIC 9(8).

       01  WS-PRODUCT-TABLE.
           05 WS-PT-ENTRY OCCURS 200 TIMES INDEXED BY WS-PT-IDX.
               10 WS-PT-CODE     PIC X(5).
               10 WS-PT-SUPPLIER PIC X(4).
               10 WS-PT-SOLD     PIC 9(7).
               10 WS-PT-CLAIMS   PIC 9(5).
               10 WS-PT-SWAPS    PIC 9(5).
               10 WS-PT-REPAIRS  PIC 9(5).
               10 WS-PT-COST     PIC 9(9)V99.
       01  WS-PRODUCT-COUNT     PIC 9(3) VALUE ZERO.

       01  WS-SUPPLIER-TABLE.
           05 WS-ST-ENTRY OCCURS 50 TIMES INDEXED BY WS-ST-IDX.
               10 WS-ST-CODE     PIC X(4).
               10 WS-ST-SOLD     PIC 9(7).
               10 WS-ST-CLAIMS   PIC 9(5).
               10 WS-ST-SWAPS    PIC 9(5).
               10 WS-ST-REPAIRS  PIC 9(5).
               10 WS-ST-COST     PIC 9(9)V99.
       01  WS-SUPPLIER-COUNT    PIC 9(3) VALUE ZERO.

       01  WS-FOUND-FLAG        PIC X.
           88 WS-FOUND          VALUE "Y".
       01  WS-LOOKUP-CODE       PIC X(5).
       01  WS-TABLE-FULL-FLAG   PIC X VALUE "N".
           88 WS-TABLE-FULL     VALUE "Y".

       01  WS-TOTAL-SOLD        PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-CLAIMS      PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-COST        PIC 9(9)V99 VALUE ZERO.
       01  WS-RATE              PIC 9(5)V99.
       01  WS-RATE-EDIT         PIC ZZ,ZZ9.99.
       01  WS-COST-EDIT         PIC Z,ZZZ,ZZ9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "UNITS SOLD AND CLAIMS FROM (YYYYMMDD, 0 = ALL): "
              WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE.
           PERFORM OPEN-FILES.
           IF FS-SERIAL-OK AND FS-WARRCLM-OK AND FS-PRODUCTS-OK
               MOVE LOW-VALUES TO SER-KEY
               START SERIAL-FILE KEY IS >= SER-KEY
                   INVALID KEY
                       SET FS-SERIAL-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-SERIAL
               PERFORM COUNT-ONE-SERIAL UNTIL FS-SERIAL-EOF
               MOVE ZERO TO WC-NUMBER
               START WARRCLM-FILE KEY IS >= WC-NUMBER
                   INVALID KEY
                       SET FS-WARRCLM-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-CLAIM
               PERFORM COUNT-ONE-CLAIM UNTIL FS-WARRCLM-EOF
               IF WS-TABLE-FULL
                   DISPLAY "MORE THAN 200 PRODUCTS - REPORT IS "
                      "INCOMPLETE, NARROW THE DATE RANGE"
               END-IF
               PERFORM PRINT-BY-PRODUCT
               PERFORM BUILD-SUPPLIER-TABLE
               PERFORM PRINT-BY-SUPPLIER
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT SERIAL-FILE.
           IF NOT FS-SERIAL-OK
               DISPLAY "ERROR OPENING SERIAL.DAT: " FS-SERIAL
               MOVE "WARRANTY-CLAIMS-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SERIAL.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SERIAL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT WARRCLM-FILE.
           IF NOT FS-WARRCLM-OK
               DISPLAY "ERROR OPENING WARRCLM.DAT: " FS-WARRCLM
               MOVE "WARRANTY-CLAIMS-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "WARRCLM.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-WARRCLM TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "WARRANTY-CLAIMS-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-SERIAL.
           READ SERIAL-FILE NEXT RECORD
               AT END
                   SET FS-SERIAL-EOF TO TRUE
           END-READ.

      * A faulty unit's replacement is SER-SOLD under the same sale,
      * so the faulty unit itself is left out of units sold
       COUNT-ONE-SERIAL.
           IF (SER-SOLD OR SER-AT-REPAIR)
              AND SER-SALE-DATE >= WS-FROM-DATE
               MOVE SER-PROD-CODE TO WS-LOOKUP-CODE
               PERFORM FIND-PRODUCT-ENTRY
               IF WS-FOUND
                   ADD 1 TO WS-PT-SOLD (WS-PT-IDX)
               END-IF
           END-IF.
           PERFORM READ-NEXT-SERIAL.

       READ-NEXT-CLAIM.
           READ WARRCLM-FILE NEXT RECORD
               AT END
                   SET FS-WARRCLM-EOF TO TRUE
           END-READ.

       COUNT-ONE-CLAIM.
           IF WC-DATE >= WS-FROM-DATE
               MOVE WC-PROD-CODE TO WS-LOOKUP-CODE
               PERFORM FIND-PRODUCT-ENTRY
               IF WS-FOUND
                   ADD 1 TO WS-PT-CLAIMS (WS-PT-IDX)
                   ADD WC-UNIT-COST TO WS-PT-COST (WS-PT-IDX)
                   IF WC-SWAPPED
                       ADD 1 TO WS-PT-SWAPS (WS-PT-IDX)
                   ELSE
                       ADD 1 TO WS-PT-REPAIRS (WS-PT-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-CLAIM.

      * Leaves WS-PT-IDX on the product's entry, adding it (with
      * its supplier from the product master) when first seen
       FIND-PRODUCT-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > WS-PRODUCT-COUNT OR WS-FOUND
               IF WS-PT-CODE (WS-PT-IDX) = WS-LOOKUP-CODE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET WS-PT-IDX DOWN BY 1
           ELSE
               IF WS-PRODUCT-COUNT < 200
                   ADD 1 TO WS-PRODUCT-COUNT
                   SET WS-PT-IDX TO WS-PRODUCT-COUNT
                   MOVE WS-LOOKUP-CODE TO WS-PT-CODE (WS-PT-IDX)
                   MOVE SPACES TO WS-PT-SUPPLIER (WS-PT-IDX)
                   MOVE WS-LOOKUP-CODE TO PROD-CODE
                   READ PRODUCTS-FILE
                       NOT INVALID KEY
                           MOVE PROD-SUPPLIER-CODE
                              TO WS-PT-SUPPLIER (WS-PT-IDX)
                   END-READ
                   MOVE ZERO TO WS-PT-SOLD (WS-PT-IDX)
                      WS-PT-CLAIMS (WS-PT-IDX)
                      WS-PT-SWAPS (WS-PT-IDX)
                      WS-PT-REPAIRS (WS-PT-IDX)
                      WS-PT-COST (WS-PT-IDX)
                   MOVE "Y" TO WS-FOUND-FLAG
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL-FLAG
               END-IF
           END-IF.

       PRINT-BY-PRODUCT.
           DISPLAY " ".
           DISPLAY "WARRANTY CLAIMS BY PRODUCT FROM " WS-FROM-DATE
              " - RUN " WS-TODAY-DATE.
           DISPLAY "PROD  SUPP    SOLD CLAIM  SWAP REPAIR"
              "   CLAIMED COST  RATE/100".
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > WS-PRODUCT-COUNT
               IF WS-PT-CLAIMS (WS-PT-IDX) > ZERO
                   MOVE WS-PT-COST (WS-PT-IDX) TO WS-COST-EDIT
                   IF WS-PT-SOLD (WS-PT-IDX) > ZERO
                       COMPUTE WS-RATE ROUNDED =
                          WS-PT-CLAIMS (WS-PT-IDX) * 100
                          / WS-PT-SOLD (WS-PT-IDX)
                   ELSE
                       MOVE ZERO TO WS-RATE
                   END-IF
                   MOVE WS-RATE TO WS-RATE-EDIT
                   DISPLAY WS-PT-CODE (WS-PT-IDX) " "
                      WS-PT-SUPPLIER (WS-PT-IDX) " "
                      WS-PT-SOLD (WS-PT-IDX) " "
                      WS-PT-CLAIMS (WS-PT-IDX) " "
                      WS-PT-SWAPS (WS-PT-IDX) "  "
                      WS-PT-REPAIRS (WS-PT-IDX) "  "
                      WS-COST-EDIT " " WS-RATE-EDIT
               END-IF
               ADD WS-PT-SOLD (WS-PT-IDX) TO WS-TOTAL-SOLD
               ADD WS-PT-CLAIMS (WS-PT-IDX) TO WS-TOTAL-CLAIMS
               ADD WS-PT-COST (WS-PT-IDX) TO WS-TOTAL-COST
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "UNITS SOLD:   " WS-TOTAL-SOLD.
           DISPLAY "CLAIMS:       " WS-TOTAL-CLAIMS.
           MOVE WS-TOTAL-COST TO WS-COST-EDIT.
           DISPLAY "CLAIMED COST: " WS-COST-EDIT.
           IF WS-TOTAL-SOLD > ZERO
               COMPUTE WS-RATE ROUNDED =
                  WS-TOTAL-CLAIMS * 100 / WS-TOTAL-SOLD
               MOVE WS-RATE TO WS-RATE-EDIT
               DISPLAY "CLAIMS PER 100 SOLD: " WS-RATE-EDIT
           END-IF.

       BUILD-SUPPLIER-TABLE.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > WS-PRODUCT-COUNT
               MOVE "N" TO WS-FOUND-FLAG
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                  UNTIL WS-ST-IDX > WS-SUPPLIER-COUNT OR WS-FOUND
                   IF WS-ST-CODE (WS-ST-IDX) =
                      WS-PT-SUPPLIER (WS-PT-IDX)
                       MOVE "Y" TO WS-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF WS-FOUND
                   SET WS-ST-IDX DOWN BY 1
               ELSE
                   IF WS-SUPPLIER-COUNT < 50
                       ADD 1 TO WS-SUPPLIER-COUNT
                       SET WS-ST-IDX TO WS-SUPPLIER-COUNT
                       MOVE WS-PT-SUPPLIER (WS-PT-IDX)
                          TO WS-ST-CODE (WS-ST-IDX)
                       MOVE ZERO TO WS-ST-SOLD (WS-ST-IDX)
                          WS-ST-CLAIMS (WS-ST-IDX)
                          WS-ST-SWAPS (WS-ST-IDX)
                          WS-ST-REPAIRS (WS-ST-IDX)
                          WS-ST-COST (WS-ST-IDX)
                       MOVE "Y" TO WS-FOUND-FLAG
                   END-IF
               END-IF
               IF WS-FOUND
                   ADD WS-PT-SOLD (WS-PT-IDX) TO WS-ST-SOLD (WS-ST-IDX)
                   ADD WS-PT-CLAIMS (WS-PT-IDX)
                      TO WS-ST-CLAIMS (WS-ST-IDX)
                   ADD WS-PT-SWAPS (WS-PT-IDX)
                      TO WS-ST-SWAPS (WS-ST-IDX)
                   ADD WS-PT-REPAIRS (WS-PT-IDX)
                      TO WS-ST-REPAIRS (WS-ST-IDX)
                   ADD WS-PT-COST (WS-PT-IDX) TO WS-ST-COST (WS-ST-IDX)
               END-IF
           END-PERFORM.

       PRINT-BY-SUPPLIER.
           DISPLAY " ".
           DISPLAY "WARRANTY CLAIMS BY SUPPLIER".
           DISPLAY "SUPP    SOLD CLAIM  SWAP REPAIR"
              "   CLAIMED COST  RATE/100".
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
              UNTIL WS-ST-IDX > WS-SUPPLIER-COUNT
               MOVE WS-ST-COST (WS-ST-IDX) TO WS-COST-EDIT
               IF WS-ST-SOLD (WS-ST-IDX) > ZERO
                   COMPUTE WS-RATE ROUNDED =
                      WS-ST-CLAIMS (WS-ST-IDX) * 100
                      / WS-ST-SOLD (WS-ST-IDX)
               ELSE
                   MOVE ZERO TO WS-RATE
               END-IF
               MOVE WS-RATE TO WS-RATE-EDIT
               DISPLAY WS-ST-CODE (WS-ST-IDX) " "
                  WS-ST-SOLD (WS-ST-IDX) " "
                  WS-ST-CLAIMS (WS-ST-IDX) " "
                  WS-ST-SWAPS (WS-ST-IDX) "  "
                  WS-ST-REPAIRS (WS-ST-IDX) "  "
                  WS-COST-EDIT " " WS-RATE-EDIT
           END-PERFORM.

       CLOSE-FILES.
           IF FS-SERIAL-OK OR FS-SERIAL-EOF
               CLOSE SERIAL-FILE
           END-IF.
           IF FS-WARRCLM-OK OR FS-WARRCLM-EOF
               CLOSE WARRCLM-FILE
           END-IF.
           IF FS-PRODUCTS-OK
               CLOSE PRODUCTS-FILE
           END-IF.
