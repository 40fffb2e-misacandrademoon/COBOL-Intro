               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVES.

           SELECT SUBST-FILE ASSIGN TO "SUBST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUBST-KEY
               FILE STATUS IS FS-SUBST.

           SELECT FEERATE-FILE ASSIGN TO "FEERATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-CODE
               FILE STATUS IS FS-FEERATE.


       DATA DIVISION.
       FILE SECTION.
       COPY AUDIT-RECORD.

       FD  CATEGORY-FILE.
       COPY CATEGORY-RECORD.

       FD  TAXRATE-FILE.
       COPY TAXRATE-RECORD.
       FD  MOVES-FILE.
       COPY MOVES-RECORD.

       FD  SUBST-FILE.
       COPY SUBST-RECORD.

       FD  FEERATE-FILE.
       COPY FEERATE-RECORD.


       WORKING-STORAGE SECTION.
       01  FS-PRODUCTS          PIC XX.
           88 FS-MOVES-OK       VALUE "00".
           88 FS-MOVES-NOT-EXIST VALUE "35".

       01  FS-SUBST             PIC XX.
           88 FS-SUBST-OK       VALUE "00".
           88 FS-SUBST-EOF      VALUE "10".
           88 FS-SUBST-NOT-EXIST VALUE "35".
       01  WS-SUBST-OPEN        PIC X VALUE "N".
           88 WS-SUBST-IS-OPEN  VALUE "Y".

       01  FS-FEERATE           PIC XX.
           88 FS-FEERATE-OK     VALUE "00".
       01  WS-FEERATE-OPEN      PIC X VALUE "N".
           88 WS-FEERATE-IS-OPEN VALUE "Y".
       01  WS-FEE-CODE          PIC XX.


       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".
           88 WS-ACTION-UPDATE  VALUE "U", "u".
           88 WS-ACTION-DELETE  VALUE "D", "d".
           88 WS-ACTION-SEARCH  VALUE "S", "s".
           88 WS-ACTION-SUBST   VALUE "B", "b".

       01  WS-SUBST-ACTION      PIC X.
           88 WS-SUBST-ADD      VALUE "A", "a".
           88 WS-SUBST-REMOVE   VALUE "R", "r".
       01  WS-SUBST-FOR         PIC X(5).
       01  WS-SUBST-RANK        PIC 9(2).
       01  WS-SUBST-ALT         PIC X(5).
       01  WS-SUBST-COUNT       PIC 9(2).

       01  WS-INPUT.
           05 WS-CODE           PIC X(5).
       01  WS-EFFECTIVE-RATE    PIC 9V999.
       01  WS-PRICE-WITH-TAX    PIC 9(7)V99.

       01  WS-FLOOR-PCT         PIC 9(2)V9.
       01  WS-FLOOR-PCT-EDIT    PIC Z9.9.
       01  WS-FLOOR-PRICE       PIC 9(7)V99.
       01  WS-FLOOR-RESULT      PIC X.
           88 WS-BELOW-FLOOR    VALUE "N".

       01  WS-OVR-PROGRAM       PIC X(17) VALUE "PRODUCT-ENTRY".
       01  WS-OVR-REASON        PIC X(20).
       01  WS-OVR-CODE          PIC X(10).
       01  WS-OVR-QTY           PIC 9(5).
       01  WS-OVR-VALUE         PIC S9(7)V99.
       01  WS-OVR-RESULT        PIC X.
           88 WS-OVR-GRANTED    VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
               PERFORM OPEN-CATEGORY-FILE
               PERFORM OPEN-TAXRATE-FILE
               PERFORM OPEN-MOVES-FILE
               PERFORM OPEN-SUBST-FILE
               PERFORM OPEN-FEERATE-FILE
               PERFORM PROCESS-MENU UNTIL NOT WS-YES
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "PRODUCT-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-AUDIT-LOG" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-CATEGORY-FILE.
           OPEN INPUT CATEGORY-FILE.
           IF NOT FS-CATEGORY-OK
               DISPLAY "ERROR OPENING CATEGORY.DAT: " FS-CATEGORY
               MOVE "PRODUCT-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-CATEGORY-FILE" TO ERP-PARAGRAPH
               MOVE "CATEGORY.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CATEGORY TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-TAXRATE-FILE.
           END-IF.
           IF NOT FS-MOVES-OK
               DISPLAY "ERROR OPENING STOCKMOVES.DAT: " FS-MOVES
               MOVE "PRODUCT-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-MOVES-FILE" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-SUBST-FILE.
           OPEN I-O SUBST-FILE.
           IF FS-SUBST-NOT-EXIST
               OPEN OUTPUT SUBST-FILE
               CLOSE SUBST-FILE
               OPEN I-O SUBST-FILE
           END-IF.
           IF FS-SUBST-OK
               MOVE "Y" TO WS-SUBST-OPEN
           ELSE
               DISPLAY "ERROR OPENING SUBST.DAT: " FS-SUBST
               MOVE "PRODUCT-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-SUBST-FILE" TO ERP-PARAGRAPH
               MOVE "SUBST.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUBST TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-FEERATE-FILE.
           OPEN INPUT FEERATE-FILE.
           IF FS-FEERATE-OK
               MOVE "Y" TO WS-FEERATE-OPEN
           ELSE
               DISPLAY "FEERATE.DAT NOT AVAILABLE - FEE CODES NOT "
                  "VALIDATED"
           END-IF.

       TAKE-PRODUCTS-LOCK.
                   PERFORM RECREATE-FILE
               WHEN FS-OTHER-ERROR
                   DISPLAY "UNEXPECTED ERROR: " FS-PRODUCTS
                   MOVE "PRODUCT-ENTRY" TO ERP-PROGRAM
                   MOVE "TRY-OPEN-FILE" TO ERP-PARAGRAPH
                   MOVE "PRODUCTS.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-PRODUCTS TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   PERFORM RELEASE-PRODUCTS-LOCK
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-OK
               DISPLAY "ERROR CREATING FILE: " FS-PRODUCTS
               MOVE "PRODUCT-ENTRY" TO ERP-PROGRAM
               MOVE "CREATE-FILE" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               PERFORM RELEASE-PRODUCTS-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           DISPLAY " ".
           DISPLAY "PRODUCT ENTRY".
           DISPLAY "A - ADD | U - UPDATE | D - DISCONTINUE | "
              "S - SEARCH | B - SUBSTITUTES".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
                   PERFORM DELETE-PRODUCT
               WHEN WS-ACTION-SEARCH
                   PERFORM SEARCH-PRODUCT
               WHEN WS-ACTION-SUBST
                   PERFORM MAINTAIN-SUBSTITUTES
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.
           DISPLAY "UNITS PER CASE (0-999): " WITH NO ADVANCING.
           ACCEPT WS-UNITS-PER-CASE.
           PERFORM GET-VALID-CATEGORY.
           PERFORM GET-PRICE-ABOVE-FLOOR.
           DISPLAY "SUPPLIER CODE (4 characters): " WITH NO ADVANCING.
           ACCEPT WS-SUPPLIER-CODE.
           DISPLAY "UPC BARCODE (12 characters): " WITH NO ADVANCING.
           MOVE WS-UPC TO PROD-UPC.
           MOVE WS-TAX-CLASS TO PROD-TAX-CLASS.
           MOVE ZERO TO PROD-LAST-COUNTED.
           MOVE ZERO TO PROD-QUARANTINE.
           SET PROD-ACTIVE TO TRUE.
           DISPLAY "SERIALIZED ITEM? (Y/N): " WITH NO ADVANCING.
           ACCEPT PROD-SERIALIZED.
           MOVE FUNCTION UPPER-CASE(PROD-SERIALIZED)
              TO PROD-SERIALIZED.
           DISPLAY "WARRANTY MONTHS (0-999, 0 = NONE): "
              WITH NO ADVANCING.
           ACCEPT PROD-WARRANTY-MONTHS.
           DISPLAY "CONSIGNMENT STOCK? (Y/N): " WITH NO ADVANCING.
           ACCEPT PROD-CONSIGNMENT.
           MOVE FUNCTION UPPER-CASE(PROD-CONSIGNMENT)
              TO PROD-CONSIGNMENT.
           MOVE "C" TO PROD-ABC-CLASS.
           PERFORM GET-VALID-RESTRICTION.
           PERFORM GET-VALID-FEE-CODE.

           WRITE PRODUCTS-RECORD
               INVALID KEY
                       WHEN OTHER
                           ADD 1 TO WS-OTHER-ERROR-COUNT
                           DISPLAY "ERROR WRITING RECORD: " FS-PRODUCTS
                           MOVE "PRODUCT-ENTRY" TO ERP-PROGRAM
                           MOVE "ADD-PRODUCT" TO ERP-PARAGRAPH
                           MOVE "PRODUCTS.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-PRODUCTS TO ERP-STATUS
                           MOVE PROD-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-EVALUATE
               NOT INVALID KEY
                   DISPLAY "PRODUCT SUCCESSFULLY REGISTERED"
                   DISPLAY "CURRENT CATEGORY: " PROD-CATEGORY
                   PERFORM GET-VALID-CATEGORY
                   MOVE WS-CATEGORY TO PROD-CATEGORY
                   PERFORM GET-PRICE-ABOVE-FLOOR
                   MOVE WS-PRICE TO PROD-PRICE
                   DISPLAY "CURRENT SUPPLIER CODE: "
                      PROD-SUPPLIER-CODE
                   DISPLAY "SUPPLIER CODE (4 characters): "
                   DISPLAY "CURRENT TAX CLASS: " PROD-TAX-CLASS
                   PERFORM GET-VALID-TAX-CLASS
                   MOVE WS-TAX-CLASS TO PROD-TAX-CLASS
                   DISPLAY "CURRENT RESTRICTION: " PROD-RESTRICTION
                      " MIN AGE: " PROD-MIN-AGE
                      " DAILY LIMIT: " PROD-DAILY-LIMIT
                   PERFORM GET-VALID-RESTRICTION
                   DISPLAY "CURRENT FEE CODE: " PROD-FEE-CODE
                   PERFORM GET-VALID-FEE-CODE
                   DISPLAY "CURRENT WARRANTY MONTHS: "
                      PROD-WARRANTY-MONTHS
                   DISPLAY "WARRANTY MONTHS (0-999, 0 = NONE): "
                      WITH NO ADVANCING
                   ACCEPT PROD-WARRANTY-MONTHS
                   REWRITE PRODUCTS-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: " FS-PRODUCTS
                           MOVE "PRODUCT-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-PRODUCT" TO ERP-PARAGRAPH
                           MOVE "PRODUCTS.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-PRODUCTS TO ERP-STATUS
                           MOVE PROD-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "PRODUCT SUCCESSFULLY UPDATED"
                           MOVE PROD-NAME TO AUDIT-AFTER-NAME
                           INVALID KEY
                               DISPLAY "ERROR UPDATING RECORD: "
                                  FS-PRODUCTS
                               MOVE "PRODUCT-ENTRY" TO ERP-PROGRAM
                               MOVE "DELETE-PRODUCT" TO ERP-PARAGRAPH
                               MOVE "PRODUCTS.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-PRODUCTS TO ERP-STATUS
                               MOVE PROD-CODE TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               DISPLAY "PRODUCT SUCCESSFULLY "
                                  "DISCONTINUED"
                       DISPLAY "PRICE: " PROD-PRICE
                       DISPLAY "COST: " PROD-COST
                       DISPLAY "STOCK: " PROD-STOCK
                       IF PROD-NON-STOCK
                           DISPLAY "NON-STOCK ITEM - SPECIAL ORDER "
                              "ONLY"
                       END-IF
                       IF PROD-QUARANTINE > ZERO
                           DISPLAY "IN QUARANTINE (NOT SELLABLE): "
                              PROD-QUARANTINE
                       END-IF
                       IF PROD-UNITS-PER-CASE > ZERO
                           COMPUTE WS-CASES-ON-HAND =
                              PROD-STOCK / PROD-UNITS-PER-CASE
                       DISPLAY "SUPPLIER CODE: " PROD-SUPPLIER-CODE
                       DISPLAY "UPC BARCODE: " PROD-UPC
                       DISPLAY "TAX CLASS: " PROD-TAX-CLASS
                       IF PROD-NEEDS-ID-CHECK
                           DISPLAY "ID CHECK REQUIRED - MINIMUM AGE: "
                              PROD-MIN-AGE
                       END-IF
                       IF PROD-HAS-DAILY-LIMIT
                           DISPLAY "DAILY LIMIT PER CUSTOMER: "
                              PROD-DAILY-LIMIT
                       END-IF
                       IF PROD-FEE-CODE NOT = SPACES
                           DISPLAY "DEPOSIT/FEE CODE: " PROD-FEE-CODE
                       END-IF
                       IF PROD-WARRANTY-MONTHS > ZERO
                           DISPLAY "WARRANTY: " PROD-WARRANTY-MONTHS
                              " MONTHS"
                       END-IF
                   END-IF
           END-READ.

       MAINTAIN-SUBSTITUTES.
           IF NOT WS-SUBST-IS-OPEN
               DISPLAY "SUBST.DAT NOT AVAILABLE"
           ELSE
               DISPLAY "CODE OF PRODUCT TO SUBSTITUTE FOR: "
                  WITH NO ADVANCING
               ACCEPT WS-SUBST-FOR
               MOVE WS-SUBST-FOR TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       DISPLAY "ERROR: CODE NOT FOUND - " PROD-CODE
                   NOT INVALID KEY
                       DISPLAY "SUBSTITUTES FOR " PROD-CODE " "
                          PROD-NAME
                       PERFORM LIST-SUBSTITUTES
                       PERFORM CHANGE-SUBSTITUTES
               END-READ
           END-IF.

       LIST-SUBSTITUTES.
           MOVE ZERO TO WS-SUBST-COUNT.
           MOVE WS-SUBST-FOR TO SUBST-PROD-CODE.
           MOVE ZERO TO SUBST-RANK.
           START SUBST-FILE KEY IS >= SUBST-KEY
               INVALID KEY
                   SET FS-SUBST-EOF TO TRUE
           END-START.
           IF NOT FS-SUBST-EOF
               PERFORM READ-NEXT-SUBSTITUTE
           END-IF.
           PERFORM SHOW-ONE-SUBSTITUTE UNTIL FS-SUBST-EOF.
           IF WS-SUBST-COUNT = ZERO
               DISPLAY "  (NONE ON FILE)"
           END-IF.

       READ-NEXT-SUBSTITUTE.
           READ SUBST-FILE NEXT RECORD
               AT END
                   SET FS-SUBST-EOF TO TRUE
           END-READ.
           IF NOT FS-SUBST-EOF
               IF SUBST-PROD-CODE NOT = WS-SUBST-FOR
                   SET FS-SUBST-EOF TO TRUE
               END-IF
           END-IF.

       SHOW-ONE-SUBSTITUTE.
           ADD 1 TO WS-SUBST-COUNT.
           MOVE SUBST-ALT-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO PROD-NAME
           END-READ.
           DISPLAY "  RANK " SUBST-RANK ": " SUBST-ALT-CODE " "
              PROD-NAME.
           PERFORM READ-NEXT-SUBSTITUTE.

       CHANGE-SUBSTITUTES.
           DISPLAY "A - ADD SUBSTITUTE | R - REMOVE SUBSTITUTE | "
              "ENTER - NO CHANGE: " WITH NO ADVANCING.
           MOVE SPACE TO WS-SUBST-ACTION.
           ACCEPT WS-SUBST-ACTION.
           EVALUATE TRUE
               WHEN WS-SUBST-ADD
                   PERFORM ADD-SUBSTITUTE
               WHEN WS-SUBST-REMOVE
                   PERFORM REMOVE-SUBSTITUTE
           END-EVALUATE.

       ADD-SUBSTITUTE.
           DISPLAY "RANK (01-99, 01 = OFFERED FIRST): "
              WITH NO ADVANCING.
           ACCEPT WS-SUBST-RANK.
           DISPLAY "SUBSTITUTE PRODUCT CODE: " WITH NO ADVANCING.
           ACCEPT WS-SUBST-ALT.
           MOVE WS-SUBST-ALT TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   DISPLAY "ERROR: CODE NOT FOUND - " PROD-CODE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-SUBST-RANK = ZERO
                           DISPLAY "ERROR: RANK MUST BE 01-99"
                       WHEN WS-SUBST-ALT = WS-SUBST-FOR
                           DISPLAY "ERROR: A PRODUCT CANNOT "
                              "SUBSTITUTE FOR ITSELF"
                       WHEN PROD-DISCONTINUED
                           DISPLAY "ERROR: PRODUCT DISCONTINUED - "
                              PROD-CODE
                       WHEN OTHER
                           PERFORM WRITE-SUBSTITUTE
                   END-EVALUATE
           END-READ.

       WRITE-SUBSTITUTE.
           MOVE WS-SUBST-FOR TO SUBST-PROD-CODE.
           MOVE WS-SUBST-RANK TO SUBST-RANK.
           MOVE WS-SUBST-ALT TO SUBST-ALT-CODE.
           WRITE SUBST-RECORD
               INVALID KEY
                   IF FS-SUBST = "22"
                       DISPLAY "ERROR: RANK " WS-SUBST-RANK
                          " ALREADY USED - REMOVE IT FIRST"
                   ELSE
                       DISPLAY "ERROR WRITING SUBSTITUTE: " FS-SUBST
                       MOVE "PRODUCT-ENTRY" TO ERP-PROGRAM
                       MOVE "WRITE-SUBSTITUTE" TO ERP-PARAGRAPH
                       MOVE "SUBST.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-SUBST TO ERP-STATUS
                       MOVE SUBST-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-IF
               NOT INVALID KEY
                   DISPLAY "SUBSTITUTE " WS-SUBST-ALT " ADDED AS RANK "
                      WS-SUBST-RANK
           END-WRITE.

       REMOVE-SUBSTITUTE.
           DISPLAY "RANK TO REMOVE: " WITH NO ADVANCING.
           ACCEPT WS-SUBST-RANK.
           MOVE WS-SUBST-FOR TO SUBST-PROD-CODE.
           MOVE WS-SUBST-RANK TO SUBST-RANK.
           DELETE SUBST-FILE
               INVALID KEY
                   DISPLAY "ERROR: RANK NOT FOUND - " WS-SUBST-RANK
               NOT INVALID KEY
                   DISPLAY "SUBSTITUTE RANK " WS-SUBST-RANK " REMOVED"
           END-DELETE.

       GET-VALID-PRICE.
           MOVE "N" TO WS-FIELD-VALID.
           PERFORM UNTIL WS-FIELD-IS-VALID
               END-IF
           END-PERFORM.

       GET-VALID-RESTRICTION.
           MOVE "N" TO WS-FIELD-VALID.
           PERFORM UNTIL WS-FIELD-IS-VALID
               DISPLAY "RESTRICTION (N - NONE, A - AGE CHECK, "
                  "L - DAILY LIMIT, B - BOTH): " WITH NO ADVANCING
               ACCEPT PROD-RESTRICTION
               MOVE FUNCTION UPPER-CASE(PROD-RESTRICTION)
                  TO PROD-RESTRICTION
               IF PROD-RESTRICTION = SPACE
                   MOVE "N" TO PROD-RESTRICTION
               END-IF
               IF PROD-RESTRICTION-VALID
                   MOVE "Y" TO WS-FIELD-VALID
               ELSE
                   DISPLAY "INVALID RESTRICTION CODE"
               END-IF
           END-PERFORM.
           MOVE ZERO TO PROD-MIN-AGE PROD-DAILY-LIMIT.
           IF PROD-NEEDS-ID-CHECK
               MOVE "N" TO WS-FIELD-VALID
               PERFORM UNTIL WS-FIELD-IS-VALID
                   DISPLAY "MINIMUM AGE (1-99): " WITH NO ADVANCING
                   ACCEPT PROD-MIN-AGE
                   IF PROD-MIN-AGE > ZERO
                       MOVE "Y" TO WS-FIELD-VALID
                   ELSE
                       DISPLAY "INVALID AGE - ENTER 1 TO 99"
                   END-IF
               END-PERFORM
           END-IF.
           IF PROD-HAS-DAILY-LIMIT
               MOVE "N" TO WS-FIELD-VALID
               PERFORM UNTIL WS-FIELD-IS-VALID
                   DISPLAY "DAILY LIMIT PER CUSTOMER (1-99999): "
                      WITH NO ADVANCING
                   ACCEPT PROD-DAILY-LIMIT
                   IF PROD-DAILY-LIMIT > ZERO
                       MOVE "Y" TO WS-FIELD-VALID
                   ELSE
                       DISPLAY "INVALID LIMIT - ENTER 1 TO 99999"
                   END-IF
               END-PERFORM
           END-IF.

       GET-VALID-TAX-CLASS.
           MOVE "N" TO WS-FIELD-VALID.
           PERFORM UNTIL WS-FIELD-IS-VALID
               END-IF
           END-PERFORM.

       GET-VALID-FEE-CODE.
           MOVE "N" TO WS-FIELD-VALID.
           PERFORM UNTIL WS-FIELD-IS-VALID
               DISPLAY "DEPOSIT/FEE CODE (2 characters, BLANK = "
                  "NONE): " WITH NO ADVANCING
               ACCEPT WS-FEE-CODE
               IF WS-FEE-CODE = SPACES OR NOT WS-FEERATE-IS-OPEN
                   MOVE "Y" TO WS-FIELD-VALID
               ELSE
                   MOVE WS-FEE-CODE TO FEE-CODE
                   READ FEERATE-FILE
                       INVALID KEY
                           DISPLAY "UNKNOWN FEE CODE - "
                              WS-FEE-CODE " (SEE FEERATE-ENTRY)"
                       NOT INVALID KEY
                           MOVE "Y" TO WS-FIELD-VALID
                   END-READ
               END-IF
           END-PERFORM.
           MOVE WS-FEE-CODE TO PROD-FEE-CODE.

       LOOKUP-TAX-RATE.
           MOVE WS-TAX-RATE TO WS-EFFECTIVE-RATE.
           IF FS-TAXRATE-OK
               END-IF
           END-PERFORM.

      * A price under the category's margin floor at the keyed cost
      * is keyed again unless a supervisor overrides it.
       GET-PRICE-ABOVE-FLOOR.
           PERFORM CHECK-MARGIN-FLOOR.
           PERFORM UNTIL NOT WS-BELOW-FLOOR
               PERFORM GET-VALID-PRICE
               PERFORM CHECK-MARGIN-FLOOR
           END-PERFORM.

       CHECK-MARGIN-FLOOR.
           CALL "MARGIN-FLOOR-CHECK" USING WS-CATEGORY WS-COST
              WS-PRICE WS-FLOOR-PCT WS-FLOOR-PRICE WS-FLOOR-RESULT.
           IF WS-BELOW-FLOOR
               MOVE WS-FLOOR-PCT TO WS-FLOOR-PCT-EDIT
               DISPLAY "PRICE " WS-PRICE " IS BELOW THE "
                  WS-FLOOR-PCT-EDIT " PCT MARGIN FLOOR - LOWEST "
                  "ALLOWED " WS-FLOOR-PRICE
               MOVE "BELOW MARGIN FLOOR" TO WS-OVR-REASON
               MOVE WS-CODE TO WS-OVR-CODE
               MOVE ZERO TO WS-OVR-QTY
               MOVE WS-PRICE TO WS-OVR-VALUE
               MOVE "N" TO WS-OVR-RESULT
               CALL "SUPERVISOR-OVERRIDE" USING WS-OVR-PROGRAM
                  WS-OVR-REASON WS-OVR-CODE WS-OVR-QTY WS-OVR-VALUE
                  WS-OVR-RESULT
               IF WS-OVR-GRANTED
                   MOVE "Y" TO WS-FLOOR-RESULT
               ELSE
                   DISPLAY "PRICE REFUSED - ENTER A HIGHER PRICE"
               END-IF
           END-IF.

       GET-VALID-COST.
           MOVE "N" TO WS-FIELD-VALID.
           PERFORM UNTIL WS-FIELD-IS-VALID

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE SPACES TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
           IF FS-MOVES-OK
               CLOSE MOVES-FILE
           END-IF.
           IF WS-SUBST-IS-OPEN
               CLOSE SUBST-FILE
           END-IF.
           IF WS-FEERATE-IS-OPEN
               CLOSE FEERATE-FILE
           END-IF.

           IF FS-AUDIT-OK
               CLOSE AUDIT-LOG-FILE
