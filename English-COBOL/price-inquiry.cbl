      ******************************************************************
      * Author:
      * Date:
      * Purpose: Price explanation inquiry for the counter. Takes a
      *          customer key, a PROD-CODE (or a UPC through the
      *          PROD-UPC alternate key), a quantity and a date, and
      *          shows every candidate price PRICE-RESOLVER weighs
      *          for CREATE-SELLS - the CONTRACT.DAT contract, the
      *          customer's PRICETIER.DAT discount, the PROMO.DAT
      *          promotion and the QTYBREAK.DAT breaks - with the
      *          reason each one did or did not apply, the winning
      *          price and its source, and the line tax from
      *          TAXRATE.DAT - none for a customer whose exemption
      *          certificate is current on the date, through
      *          TAX-EXEMPT-MANAGER - so a disputed price can be
      *          explained exactly as the register arrived at it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-INQUIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               ALTERNATE RECORD KEY IS PROD-UPC WITH DUPLICATES
               FILE STATUS IS FS-PRODUCTS.

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CLIENTE
               FILE STATUS IS FS-CLIENTES.

           SELECT TAXRATE-FILE ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-CLASS
               FILE STATUS IS FS-TAXRATE.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       FD  TAXRATE-FILE.
       COPY TAXRATE-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".

       01  FS-TAXRATE           PIC XX.
           88 FS-TAXRATE-OK     VALUE "00".
       01  WS-TAXRATE-OPEN      PIC X VALUE "N".
           88 WS-TAXRATE-IS-OPEN VALUE "Y".

       01  WS-ENTRY             PIC X(12).
       01  WS-FOUND             PIC X.
           88 WS-IS-FOUND       VALUE "Y".
       01  WS-ANOTHER           PIC X.
           88 WS-ANOTHER-YES    VALUE "Y", "y".

       01  WS-CLIENTE           PIC X(10).
       01  WS-TIER              PIC X.
       01  WS-QUANTITY          PIC 9(5).
       01  WS-DATE              PIC 9(8).
       01  WS-HOY               PIC 9(8).

       01  WS-PRICE             PIC 9(7)V99.
       01  WS-PRICE-SOURCE      PIC X(8).
       01  WS-PRC-CANDIDATES.
           05 WS-PRC-CONTRACT-STATUS PIC X.
           05 WS-PRC-CONTRACT-PRICE  PIC 9(7)V99.
           05 WS-PRC-CONTRACT-START  PIC 9(8).
           05 WS-PRC-CONTRACT-END    PIC 9(8).
           05 WS-PRC-TIER-STATUS     PIC X.
           05 WS-PRC-TIER-PCT        PIC 9V999.
           05 WS-PRC-TIER-PRICE      PIC 9(7)V99.
           05 WS-PRC-PROMO-STATUS    PIC X.
           05 WS-PRC-PROMO-PRICE     PIC 9(7)V99.
           05 WS-PRC-PROMO-START     PIC 9(8).
           05 WS-PRC-PROMO-END       PIC 9(8).
           05 WS-PRC-QB-STATUS       PIC X.
           05 WS-PRC-QB-PRICE        PIC 9(7)V99.
           05 WS-PRC-QB-BREAK OCCURS 3 TIMES.
               10 WS-PRC-QB-BREAK-QTY   PIC 9(5).
               10 WS-PRC-QB-BREAK-PRICE PIC 9(7)V99.
       01  WS-QB-SUB            PIC 9.

       01  WS-TAX-RATE          PIC 9V999 VALUE .150.
       01  WS-EFFECTIVE-RATE    PIC 9V999.
       01  WS-LINE-AMOUNT       PIC 9(9)V99.
       01  WS-LINE-TAX          PIC 9(9)V99.
       01  WS-LINE-TOTAL        PIC 9(9)V99.
       01  WS-PCT-EDIT          PIC ZZ9.9.
       01  WS-PRICE-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-AMOUNT-EDIT       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TXE-ACTION        PIC X.
       01  WS-TXE-SALE-NUMBER   PIC 9(8) VALUE ZERO.
       01  WS-TXE-TICKET        PIC 9(6) VALUE ZERO.
       01  WS-TXE-CLASS         PIC X.
       01  WS-TXE-AMOUNT        PIC S9(9)V99 VALUE ZERO.
       01  WS-TXE-CERTIFICATE   PIC X(20).
       01  WS-TXE-TYPE          PIC X.
       01  WS-TXE-EXPIRY        PIC 9(8).
       01  WS-TXE-RESULT        PIC X VALUE "N".
           88 WS-TXE-VALID      VALUE "V".
           88 WS-TXE-EXPIRED    VALUE "X".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           IF FS-PRODUCTS-OK AND FS-CLIENTES-OK
               MOVE "Y" TO WS-ANOTHER
               PERFORM INQUIRE-ONE-PRICE UNTIL NOT WS-ANOTHER-YES
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "PRICE-INQUIRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "PRICE-INQUIRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT TAXRATE-FILE.
           IF FS-TAXRATE-OK
               SET WS-TAXRATE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "TAXRATE.DAT NOT AVAILABLE - DEFAULT RATE "
                  WS-TAX-RATE " APPLIES"
           END-IF.

       INQUIRE-ONE-PRICE.
           DISPLAY " ".
           DISPLAY "CUSTOMER CODE (10 characters): " WITH NO ADVANCING.
           ACCEPT WS-CLIENTE.
           PERFORM FIND-CUSTOMER.
           DISPLAY "PRODUCT CODE (5 characters) OR UPC (12 digits): "
              WITH NO ADVANCING.
           ACCEPT WS-ENTRY.
           PERFORM FIND-PRODUCT.
           IF WS-IS-FOUND
               DISPLAY "QUANTITY: " WITH NO ADVANCING
               ACCEPT WS-QUANTITY
               DISPLAY "PRICING DATE (YYYYMMDD, 0 = TODAY): "
                  WITH NO ADVANCING
               ACCEPT WS-DATE
               IF WS-DATE = ZERO
                   MOVE WS-HOY TO WS-DATE
               END-IF
               CALL "PRICE-RESOLVER" USING WS-CLIENTE WS-TIER
                  PROD-CODE PROD-PRICE WS-QUANTITY WS-DATE
                  WS-PRICE WS-PRICE-SOURCE WS-PRC-CANDIDATES
               PERFORM SHOW-PRICE-EXPLANATION
           END-IF.
           DISPLAY " ".
           DISPLAY "ANOTHER INQUIRY? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-ANOTHER.

       FIND-CUSTOMER.
           MOVE SPACE TO WS-TIER.
           MOVE WS-CLIENTE TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE - NO TIER PRICING"
                   MOVE SPACES TO NOMBRE-CLIENTE
               NOT INVALID KEY
                   MOVE CLIENTE-TIER TO WS-TIER
                   DISPLAY "CUSTOMER: " NOMBRE-CLIENTE
                      "  TIER: " CLIENTE-TIER
           END-READ.

       FIND-PRODUCT.
           MOVE "N" TO WS-FOUND.
           IF WS-ENTRY(6:7) = SPACES
               MOVE WS-ENTRY(1:5) TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       DISPLAY "CODE NOT FOUND: " WS-ENTRY(1:5)
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
           ELSE
               MOVE WS-ENTRY TO PROD-UPC
               READ PRODUCTS-FILE KEY IS PROD-UPC
                   INVALID KEY
                       DISPLAY "UPC NOT FOUND: " WS-ENTRY
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
           END-IF.

       SHOW-PRICE-EXPLANATION.
           DISPLAY " ".
           MOVE PROD-PRICE TO WS-PRICE-EDIT.
           DISPLAY "PRODUCT:  " PROD-CODE " " PROD-NAME
              "  BASE PRICE " WS-PRICE-EDIT.
           DISPLAY "QUANTITY: " WS-QUANTITY "  DATE " WS-DATE.
           DISPLAY "-------------------------------------------------".
           PERFORM SHOW-CONTRACT-CANDIDATE.
           PERFORM SHOW-TIER-CANDIDATE.
           PERFORM SHOW-PROMO-CANDIDATE.
           PERFORM SHOW-QTY-BREAK-CANDIDATE.
           DISPLAY "-------------------------------------------------".
           MOVE WS-PRICE TO WS-PRICE-EDIT.
           DISPLAY "PRICE CHARGED: " WS-PRICE-EDIT
              "  SOURCE: " WS-PRICE-SOURCE.
           PERFORM SHOW-WINNING-REASON.
           PERFORM SHOW-LINE-TAX.

       SHOW-CONTRACT-CANDIDATE.
           MOVE WS-PRC-CONTRACT-PRICE TO WS-PRICE-EDIT.
           EVALUATE WS-PRC-CONTRACT-STATUS
               WHEN "A"
                   DISPLAY "CONTRACT: " WS-PRICE-EDIT " IN FORCE "
                      WS-PRC-CONTRACT-START " TO " WS-PRC-CONTRACT-END
               WHEN "O"
                   DISPLAY "CONTRACT: " WS-PRICE-EDIT
                      " NOT IN FORCE ON THE DATE - VALID "
                      WS-PRC-CONTRACT-START " TO " WS-PRC-CONTRACT-END
               WHEN "U"
                   DISPLAY "CONTRACT: CONTRACT.DAT NOT AVAILABLE"
               WHEN OTHER
                   DISPLAY "CONTRACT: NONE FOR THIS CUSTOMER"
           END-EVALUATE.

       SHOW-TIER-CANDIDATE.
           MOVE WS-PRC-TIER-PRICE TO WS-PRICE-EDIT.
           COMPUTE WS-PCT-EDIT = WS-PRC-TIER-PCT * 100.
           EVALUATE WS-PRC-TIER-STATUS
               WHEN "A"
                   DISPLAY "TIER:     " WS-PRICE-EDIT " (TIER "
                      WS-TIER " DISCOUNT " WS-PCT-EDIT "%)"
               WHEN "U"
                   DISPLAY "TIER:     PRICETIER.DAT NOT AVAILABLE"
               WHEN OTHER
                   IF WS-TIER = SPACE
                       DISPLAY "TIER:     CUSTOMER HAS NO PRICE TIER"
                   ELSE
                       DISPLAY "TIER:     NO DISCOUNT ON FILE FOR "
                          "TIER " WS-TIER
                   END-IF
           END-EVALUATE.

       SHOW-PROMO-CANDIDATE.
           MOVE WS-PRC-PROMO-PRICE TO WS-PRICE-EDIT.
           EVALUATE WS-PRC-PROMO-STATUS
               WHEN "A"
                   DISPLAY "PROMO:    " WS-PRICE-EDIT " RUNNING "
                      WS-PRC-PROMO-START " TO " WS-PRC-PROMO-END
               WHEN "O"
                   DISPLAY "PROMO:    " WS-PRICE-EDIT
                      " NOT RUNNING ON THE DATE - RUNS "
                      WS-PRC-PROMO-START " TO " WS-PRC-PROMO-END
               WHEN "U"
                   DISPLAY "PROMO:    PROMO.DAT NOT AVAILABLE"
               WHEN OTHER
                   DISPLAY "PROMO:    NONE FOR THIS PRODUCT"
           END-EVALUATE.

       SHOW-QTY-BREAK-CANDIDATE.
           EVALUATE WS-PRC-QB-STATUS
               WHEN "U"
                   DISPLAY "QTY BREAK: QTYBREAK.DAT NOT AVAILABLE"
               WHEN "N"
                   DISPLAY "QTY BREAK: NONE FOR THIS PRODUCT"
               WHEN OTHER
                   DISPLAY "QTY BREAK:"
                   PERFORM SHOW-ONE-BREAK
                      VARYING WS-QB-SUB FROM 1 BY 1
                      UNTIL WS-QB-SUB > 3
           END-EVALUATE.

       SHOW-ONE-BREAK.
           IF WS-PRC-QB-BREAK-QTY (WS-QB-SUB) > ZERO
               MOVE WS-PRC-QB-BREAK-PRICE (WS-QB-SUB) TO WS-PRICE-EDIT
               IF WS-QUANTITY >= WS-PRC-QB-BREAK-QTY (WS-QB-SUB)
                   DISPLAY "   " WS-PRC-QB-BREAK-QTY (WS-QB-SUB)
                      " OR MORE AT " WS-PRICE-EDIT " - REACHED"
               ELSE
                   DISPLAY "   " WS-PRC-QB-BREAK-QTY (WS-QB-SUB)
                      " OR MORE AT " WS-PRICE-EDIT " - NOT REACHED"
               END-IF
           END-IF.

       SHOW-WINNING-REASON.
           EVALUATE TRUE
               WHEN WS-PRC-CONTRACT-STATUS = "A"
                   DISPLAY "WHY: A CONTRACT IN FORCE OVERRIDES TIER "
                      "AND PROMO PRICING"
               WHEN WS-PRC-TIER-STATUS = "A"
                   DISPLAY "WHY: NO CONTRACT IN FORCE - THE CUSTOMER "
                      "TIER DISCOUNT TAKES PRECEDENCE OVER PROMOS"
               WHEN WS-PRC-PROMO-STATUS = "A"
                   DISPLAY "WHY: NO CONTRACT OR TIER DISCOUNT - THE "
                      "RUNNING PROMOTION APPLIES"
               WHEN OTHER
                   DISPLAY "WHY: NO CONTRACT, TIER OR PROMO APPLIES - "
                      "BASE PRICE"
           END-EVALUATE.
           EVALUATE WS-PRC-QB-STATUS
               WHEN "A"
                   DISPLAY "     THE QUANTITY REACHES A BREAK BELOW "
                      "THAT PRICE, SO THE BREAK PRICE IS CHARGED"
               WHEN "H"
                   DISPLAY "     A BREAK IS REACHED BUT IS NOT LOWER "
                      "THAN THAT PRICE, SO IT IS IGNORED"
               WHEN "Q"
                   DISPLAY "     THE QUANTITY IS BELOW EVERY "
                      "QUANTITY BREAK"
           END-EVALUATE.

       SHOW-LINE-TAX.
           PERFORM CHECK-TAX-EXEMPTION.
           MOVE WS-TAX-RATE TO WS-EFFECTIVE-RATE.
           IF WS-TXE-VALID
               MOVE ZERO TO WS-EFFECTIVE-RATE
           ELSE
               IF WS-TAXRATE-IS-OPEN
                   MOVE PROD-TAX-CLASS TO TAX-CLASS
                   READ TAXRATE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TAX-RATE TO WS-EFFECTIVE-RATE
                   END-READ
               END-IF
           END-IF.
           COMPUTE WS-LINE-AMOUNT = WS-PRICE * WS-QUANTITY.
           COMPUTE WS-LINE-TAX ROUNDED =
              WS-LINE-AMOUNT * WS-EFFECTIVE-RATE.
           COMPUTE WS-LINE-TOTAL = WS-LINE-AMOUNT + WS-LINE-TAX.
           COMPUTE WS-PCT-EDIT = WS-EFFECTIVE-RATE * 100.
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "LINE AMOUNT:   " WS-AMOUNT-EDIT.
           MOVE WS-LINE-TAX TO WS-AMOUNT-EDIT.
           DISPLAY "TAX CLASS " PROD-TAX-CLASS " AT " WS-PCT-EDIT
              "%: " WS-AMOUNT-EDIT.
           MOVE WS-LINE-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY "LINE TOTAL:    " WS-AMOUNT-EDIT.

      * Same certificate check the register makes when the ticket is
      * opened, taken on the pricing date asked for
       CHECK-TAX-EXEMPTION.
           MOVE "C" TO WS-TXE-ACTION.
           MOVE PROD-TAX-CLASS TO WS-TXE-CLASS.
           CALL "TAX-EXEMPT-MANAGER" USING WS-TXE-ACTION
              WS-CLIENTE WS-DATE WS-TXE-SALE-NUMBER
              WS-TXE-TICKET WS-TXE-CLASS WS-TXE-AMOUNT
              WS-TXE-CERTIFICATE WS-TXE-TYPE WS-TXE-EXPIRY
              WS-TXE-RESULT.
           EVALUATE TRUE
               WHEN WS-TXE-VALID
                   DISPLAY "TAX EXEMPT CUSTOMER - CERTIFICATE "
                      WS-TXE-CERTIFICATE " - NO TAX CHARGED"
               WHEN WS-TXE-EXPIRED
                   DISPLAY "WARNING: EXEMPTION CERTIFICATE "
                      WS-TXE-CERTIFICATE " EXPIRED " WS-TXE-EXPIRY
                      " - SALE WILL BE TAXED"
           END-EVALUATE.

       CLOSE-FILES.
           CLOSE PRODUCTS-FILE.
           CLOSE ARCHIVO-CLIENTES.
           IF WS-TAXRATE-IS-OPEN
               CLOSE TAXRATE-FILE
           END-IF.
