      ******************************************************************
      * Author:
      * Date:
      * Purpose: Store-and-forward ticket capture for the counter.
      *          CREATE-SELLS CALLs here when LOCK-MANAGER refuses it
      *          PRODUCTS.DAT because a batch job or price change
      *          holds the lock. Products, customers, fee and tax
      *          rates are only read - the price is resolved through
      *          PRICE-RESOLVER as the register would - and every
      *          line is written to HOLDSALE.DAT in pending status
      *          under a hold number from HOLDCTL.DAT, with the
      *          customer, quantity, price, the price's source and
      *          the list price, fee and tender. A customer with a
      *          current exemption certificate is held untaxed, as
      *          at the register. The ship-to address is asked for
      *          as at the register and kept on the held lines, and a
      *          route customer is shown the delivery charge that
      *          HOLD-SALES-POST adds when it posts. Nothing
      *          touches stock, SELLS.DAT or the journals until
      *          HOLD-SALES-POST pushes the held tickets through once
      *          the lock is free. Kits, serialized items and age or
      *          quantity restricted products need the live register
      *          and are refused here, as are gift card, foreign
      *          cash, layaway and parked tickets.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFLINE-CAPTURE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT HOLDSALE-FILE ASSIGN TO "HOLDSALE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS FS-HOLDSALE.

           SELECT HOLD-CONTROL-FILE ASSIGN TO "HOLDCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HOLD-CONTROL.

           SELECT FEERATE-FILE ASSIGN TO "FEERATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-CODE
               FILE STATUS IS FS-FEERATE.

           SELECT TAXRATE-FILE ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-CLASS
               FILE STATUS IS FS-TAXRATE.

           SELECT KIT-FILE ASSIGN TO "KIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-KEY
               FILE STATUS IS FS-KIT.

           SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SIGNON.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       FD  HOLDSALE-FILE.
       COPY HOLDSALE-RECORD.

       FD  HOLD-CONTROL-FILE.
       01  HOLD-CONTROL-RECORD.
           05 HOLDCTL-LAST-NUMBER PIC 9(06).

       FD  FEERATE-FILE.
       COPY FEERATE-RECORD.

       FD  TAXRATE-FILE.
       COPY TAXRATE-RECORD.

       FD  KIT-FILE.
       COPY KIT-RECORD.

       FD  SIGNON-FILE.
       COPY SIGNON-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".
           88 FS-CLIENTES-EOF   VALUE "10".
       01  FS-HOLDSALE          PIC XX.
           88 FS-HOLDSALE-OK    VALUE "00".
           88 FS-HOLDSALE-NOT-EXIST VALUE "35".
       01  FS-HOLD-CONTROL      PIC XX.
           88 FS-HOLD-CONTROL-OK VALUE "00".
       01  WS-MAIN-FILES-OPEN   PIC X VALUE "N".
           88 WS-MAIN-FILES-ARE-OPEN VALUE "Y".
       01  FS-FEERATE           PIC XX.
           88 FS-FEERATE-OK     VALUE "00".
       01  WS-FEERATE-OPEN      PIC X VALUE "N".
           88 WS-FEERATE-IS-OPEN VALUE "Y".
       01  FS-TAXRATE           PIC XX.
           88 FS-TAXRATE-OK     VALUE "00".
       01  WS-TAXRATE-OPEN      PIC X VALUE "N".
           88 WS-TAXRATE-IS-OPEN VALUE "Y".
       01  FS-KIT               PIC XX.
           88 FS-KIT-OK         VALUE "00".
       01  WS-KIT-OPEN          PIC X VALUE "N".
           88 WS-KIT-IS-OPEN    VALUE "Y".
       01  FS-SIGNON            PIC XX.
           88 FS-SIGNON-OK      VALUE "00".

       01  WS-OPERATOR-ID       PIC 9(5) VALUE ZERO.
       01  WS-BRANCH            PIC X(2).
       01  WS-CLIENTE-VENTA     PIC X(10).
       01  WS-COD-VENTA         PIC X(5).
       01  WS-CANT-VENTA        PIC 9(5).
       01  WS-PRECIO-VENTA      PIC 9(7)V99.
       01  WS-PRICE-SOURCE      PIC X(8).
       01  WS-HOY               PIC 9(8).
       01  WS-TENDER            PIC X.
           88 WS-TENDER-VALID   VALUE "C", "T", "A".
       01  WS-FEE-AMOUNT        PIC 9(7)V99.

       01  WS-HOLD-NUMBER       PIC 9(6).
       01  WS-LINE-COUNT        PIC 9(3).
       01  WS-TICKET-TOTAL      PIC 9(9)V99.
       01  WS-GROUP-CODE        PIC X(10).
       01  WS-GROUP-SALDO       PIC S9(9)V99.
       01  WS-GROUP-LIMITE      PIC 9(7)V99.
       01  WS-GROUP-HOLD        PIC X.
           88 WS-GROUP-ON-HOLD  VALUE "R".
       01  WS-TICKET-TAX        PIC 9(9)V99.
       01  WS-LINE-AMOUNT       PIC 9(9)V99.
       01  WS-TAX-RATE          PIC 9V999 VALUE .150.
       01  WS-EFFECTIVE-RATE    PIC 9V999.
       01  WS-MONEY-EDIT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-SHIP-TO           PIC 9(3).
       01  WS-ADDR-ACTION       PIC X.
       01  WS-ADDR-NUMBER       PIC 9(3).
       01  WS-ADDRESS-LINES.
           05 WS-ADDRESS-LINE   PIC X(60) OCCURS 4 TIMES.
       01  WS-ADDR-RESULT       PIC X.
           88 WS-ADDR-FOUND     VALUE "Y".
       01  WS-TICKET-CASES      PIC 9(5).
       01  WS-LINE-CASES        PIC 9(5).
       01  WS-DLV-GOODS-VALUE   PIC 9(9)V99.
       01  WS-DLV-CHARGE        PIC 9(7)V99.
       01  WS-DLV-RESULT        PIC X.
           88 WS-DLV-RULE-FOUND VALUE "Y".
       01  WS-TXE-ACTION        PIC X.
       01  WS-TXE-SALE-NUMBER   PIC 9(8) VALUE ZERO.
       01  WS-TXE-CLASS         PIC X VALUE SPACE.
       01  WS-TXE-AMOUNT        PIC S9(9)V99 VALUE ZERO.
       01  WS-TXE-CERTIFICATE   PIC X(20).
       01  WS-TXE-TYPE          PIC X.
       01  WS-TXE-EXPIRY        PIC 9(8).
       01  WS-TXE-RESULT        PIC X VALUE "N".
           88 WS-TXE-VALID      VALUE "V".
           88 WS-TXE-EXPIRED    VALUE "X".
       01  WS-HELD-TICKETS      PIC 9(5) VALUE ZERO.
       01  WS-LINE-OK           PIC X.
           88 WS-LINE-IS-OK     VALUE "Y".

       01  WS-LINE-TABLE.
           05 WS-LN-ENTRY OCCURS 50 TIMES INDEXED BY WS-LN-IDX.
               10 WS-LN-CODE        PIC X(5).
               10 WS-LN-QTY         PIC 9(5).
               10 WS-LN-PRECIO      PIC 9(7)V99.
               10 WS-LN-FEE         PIC 9(7)V99.
               10 WS-LN-SOURCE      PIC X(1).
               10 WS-LN-LIST-PRICE  PIC 9(7)V99.

       01  WS-PRC-CANDIDATES.
           05 WS-PRC-CONTRACT-STATUS PIC X.
           05 WS-PRC-CONTRACT-PRICE  PIC 9(07)V99.
           05 WS-PRC-CONTRACT-START  PIC 9(08).
           05 WS-PRC-CONTRACT-END    PIC 9(08).
           05 WS-PRC-TIER-STATUS     PIC X.
           05 WS-PRC-TIER-PCT        PIC 9V999.
           05 WS-PRC-TIER-PRICE      PIC 9(07)V99.
           05 WS-PRC-PROMO-STATUS    PIC X.
           05 WS-PRC-PROMO-PRICE     PIC 9(07)V99.
           05 WS-PRC-PROMO-START     PIC 9(08).
           05 WS-PRC-PROMO-END       PIC 9(08).
           05 WS-PRC-QB-STATUS       PIC X.
           05 WS-PRC-QB-PRICE        PIC 9(07)V99.
           05 WS-PRC-QB-BREAK OCCURS 3 TIMES.
               10 WS-PRC-QB-BREAK-QTY   PIC 9(05).
               10 WS-PRC-QB-BREAK-PRICE PIC 9(07)V99.

       01  WS-OVR-PROGRAM       PIC X(17) VALUE "OFFLINE-CAPTURE".
       01  WS-OVR-REASON        PIC X(20).
       01  WS-OVR-CODE          PIC X(10).
       01  WS-OVR-QTY           PIC 9(5).
       01  WS-OVR-VALUE         PIC S9(7)V99.
       01  WS-OVR-RESULT        PIC X.
           88 WS-OVR-GRANTED    VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           IF FS-PRODUCTS-OK AND FS-CLIENTES-OK AND FS-HOLDSALE-OK
               MOVE "Y" TO WS-MAIN-FILES-OPEN
               DISPLAY "*****************************************"
               DISPLAY "***     OFFLINE CAPTURE - TICKETS     ***"
               DISPLAY "***   HELD FOR POSTING ON HOLDSALE    ***"
               DISPLAY "*****************************************"
               PERFORM GET-OPERATOR
               MOVE SPACES TO WS-CLIENTE-VENTA
               PERFORM UNTIL WS-CLIENTE-VENTA = "END"
                   DISPLAY "CUSTOMER CODE (10 characters, 'END' TO "
                      "FINISH): " WITH NO ADVANCING
                   ACCEPT WS-CLIENTE-VENTA
                   IF WS-CLIENTE-VENTA NOT = "END"
                       PERFORM OPEN-HELD-TICKET
                   END-IF
               END-PERFORM
               DISPLAY "TICKETS HELD: " WS-HELD-TICKETS
                  " - RUN HOLD-SALES-POST WHEN PRODUCTS.DAT IS FREE"
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "OFFLINE-CAPTURE" TO ERP-PROGRAM
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
               MOVE "OFFLINE-CAPTURE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O HOLDSALE-FILE.
           IF FS-HOLDSALE-NOT-EXIST
               OPEN OUTPUT HOLDSALE-FILE
               CLOSE HOLDSALE-FILE
               OPEN I-O HOLDSALE-FILE
           END-IF.
           IF NOT FS-HOLDSALE-OK
               DISPLAY "ERROR OPENING HOLDSALE.DAT: " FS-HOLDSALE
               MOVE "OFFLINE-CAPTURE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "HOLDSALE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-HOLDSALE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT FEERATE-FILE.
           IF FS-FEERATE-OK
               MOVE "Y" TO WS-FEERATE-OPEN
           END-IF.
           OPEN INPUT TAXRATE-FILE.
           IF FS-TAXRATE-OK
               MOVE "Y" TO WS-TAXRATE-OPEN
           END-IF.
           OPEN INPUT KIT-FILE.
           IF FS-KIT-OK
               MOVE "Y" TO WS-KIT-OPEN
           END-IF.

       GET-OPERATOR.
           OPEN INPUT SIGNON-FILE.
           IF FS-SIGNON-OK
               READ SIGNON-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SIGNON-OPER-ID TO WS-OPERATOR-ID
                       DISPLAY "OPERATOR (FROM SIGN-ON): "
                          SIGNON-OPER-NAME
               END-READ
               CLOSE SIGNON-FILE
           END-IF.
           IF WS-OPERATOR-ID = ZERO
               DISPLAY "OPERATOR ID (5 digits): " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-IF.
           DISPLAY "SELLING BRANCH (2 characters): "
              WITH NO ADVANCING.
           ACCEPT WS-BRANCH.

       OPEN-HELD-TICKET.
           MOVE WS-CLIENTE-VENTA TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "UNKNOWN CUSTOMER: " WS-CLIENTE-VENTA
               NOT INVALID KEY
                   PERFORM LOAD-CREDIT-GROUP
                   PERFORM CHECK-TAX-EXEMPTION
                   IF CLIENTE-EN-RETENCION OR WS-GROUP-ON-HOLD
                       DISPLAY "CUSTOMER ON CREDIT HOLD: "
                          NOMBRE-CLIENTE
                       MOVE "CREDIT HOLD" TO WS-OVR-REASON
                       MOVE WS-CLIENTE-VENTA TO WS-OVR-CODE
                       MOVE ZERO TO WS-OVR-QTY
                       MOVE CLIENTE-SALDO TO WS-OVR-VALUE
                       CALL "SUPERVISOR-OVERRIDE" USING WS-OVR-PROGRAM
                          WS-OVR-REASON WS-OVR-CODE WS-OVR-QTY
                          WS-OVR-VALUE WS-OVR-RESULT
                       IF WS-OVR-GRANTED
                           PERFORM CAPTURE-HELD-TICKET
                       ELSE
                           DISPLAY "SALE REFUSED - CUSTOMER ON "
                              "CREDIT HOLD"
                       END-IF
                   ELSE
                       PERFORM CAPTURE-HELD-TICKET
                   END-IF
           END-READ.

      * A current exemption certificate takes tax off every line of
      * the ticket; an expired one is taxed as usual with a warning
       CHECK-TAX-EXEMPTION.
           MOVE "C" TO WS-TXE-ACTION.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           CALL "TAX-EXEMPT-MANAGER" USING WS-TXE-ACTION
              WS-CLIENTE-VENTA WS-HOY WS-TXE-SALE-NUMBER
              WS-HOLD-NUMBER WS-TXE-CLASS WS-TXE-AMOUNT
              WS-TXE-CERTIFICATE WS-TXE-TYPE WS-TXE-EXPIRY
              WS-TXE-RESULT.
           EVALUATE TRUE
               WHEN WS-TXE-VALID
                   DISPLAY "TAX EXEMPT CUSTOMER - CERTIFICATE "
                      WS-TXE-CERTIFICATE
               WHEN WS-TXE-EXPIRED
                   DISPLAY "WARNING: EXEMPTION CERTIFICATE "
                      WS-TXE-CERTIFICATE " EXPIRED " WS-TXE-EXPIRY
                      " - SALE WILL BE TAXED"
           END-EVALUATE.

      * A store linked to a head office account is held to the
      * parent's limit and hold flag against the balance of the whole
      * group; the customer record is read back when done
       LOAD-CREDIT-GROUP.
           IF CLIENTE-PADRE = SPACES
               MOVE CLAVE-CLIENTE TO WS-GROUP-CODE
           ELSE
               MOVE CLIENTE-PADRE TO WS-GROUP-CODE
           END-IF.
           MOVE ZERO TO WS-GROUP-SALDO WS-GROUP-LIMITE.
           MOVE SPACE TO WS-GROUP-HOLD.
           MOVE LOW-VALUES TO CLAVE-CLIENTE.
           START ARCHIVO-CLIENTES KEY IS NOT LESS THAN CLAVE-CLIENTE
               INVALID KEY
                   SET FS-CLIENTES-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-GROUP-MEMBER.
           PERFORM ADD-GROUP-MEMBER UNTIL FS-CLIENTES-EOF.
           MOVE WS-CLIENTE-VENTA TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "CUSTOMER RECORD LOST: " WS-CLIENTE-VENTA
           END-READ.

       READ-NEXT-GROUP-MEMBER.
           IF NOT FS-CLIENTES-EOF
               READ ARCHIVO-CLIENTES NEXT RECORD
                   AT END
                       SET FS-CLIENTES-EOF TO TRUE
               END-READ
           END-IF.

       ADD-GROUP-MEMBER.
           IF CLAVE-CLIENTE = WS-GROUP-CODE
               ADD CLIENTE-SALDO TO WS-GROUP-SALDO
               MOVE CLIENTE-LIMITE-CREDITO TO WS-GROUP-LIMITE
               MOVE CLIENTE-RETENIDO TO WS-GROUP-HOLD
           ELSE
               IF CLIENTE-PADRE = WS-GROUP-CODE
                   ADD CLIENTE-SALDO TO WS-GROUP-SALDO
               END-IF
           END-IF.
           PERFORM READ-NEXT-GROUP-MEMBER.

       CAPTURE-HELD-TICKET.
           MOVE ZERO TO WS-LINE-COUNT WS-TICKET-TOTAL WS-TICKET-TAX.
           MOVE ZERO TO WS-TICKET-CASES.
           DISPLAY "HELD TICKET FOR " NOMBRE-CLIENTE.
           PERFORM SELECT-SHIP-TO.
           DISPLAY "ENTER PRODUCT CODE 'END  ' TO CLOSE THE TICKET".
           MOVE SPACES TO WS-COD-VENTA.
           PERFORM UNTIL WS-COD-VENTA = "END"
               DISPLAY "PRODUCT CODE (5 characters): "
                  WITH NO ADVANCING
               ACCEPT WS-COD-VENTA
               IF WS-COD-VENTA NOT = "END"
                   PERFORM CAPTURE-ONE-LINE
               END-IF
           END-PERFORM.
           IF WS-LINE-COUNT = ZERO
               DISPLAY "EMPTY TICKET - NOT HELD"
           ELSE
               PERFORM GET-HELD-TENDER
               PERFORM WRITE-HELD-TICKET
           END-IF.

       CAPTURE-ONE-LINE.
           IF WS-LINE-COUNT >= 50
               DISPLAY "TICKET FULL - CLOSE IT WITH 'END'"
           ELSE
               DISPLAY "QUANTITY SOLD (5 digits): " WITH NO ADVANCING
               ACCEPT WS-CANT-VENTA
               IF WS-CANT-VENTA = ZERO
                   DISPLAY "INVALID QUANTITY - MUST BE GREATER "
                      "THAN ZERO"
               ELSE
                   PERFORM CHECK-HELD-LINE
               END-IF
           END-IF.

       CHECK-HELD-LINE.
           MOVE "N" TO WS-LINE-OK.
           MOVE WS-COD-VENTA TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   DISPLAY "DON'T EXIST PRODUCT: " WS-COD-VENTA
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT PROD-UNRESTRICTED
                           DISPLAY "RESTRICTED PRODUCT - SELL IT "
                              "WHEN THE REGISTER IS BACK"
                       WHEN PROD-IS-SERIALIZED
                           DISPLAY "SERIALIZED PRODUCT - SELL IT "
                              "WHEN THE REGISTER IS BACK"
                       WHEN PROD-STOCK < WS-CANT-VENTA
                           DISPLAY "INSUFFICIENT STOCK FOR: "
                              WS-COD-VENTA " (ON HAND: "
                              PROD-STOCK ")"
                       WHEN OTHER
                           MOVE "Y" TO WS-LINE-OK
                           PERFORM CHECK-NOT-A-KIT
                   END-EVALUATE
           END-READ.
           IF WS-LINE-IS-OK
               PERFORM ADD-HELD-LINE
           END-IF.

       CHECK-NOT-A-KIT.
           IF WS-KIT-IS-OPEN
               MOVE WS-COD-VENTA TO KIT-PROD-CODE
               MOVE LOW-VALUES TO KIT-COMPONENT-CODE
               START KIT-FILE KEY IS >= KIT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ KIT-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF KIT-PROD-CODE = WS-COD-VENTA
                                   DISPLAY "KIT - SELL IT WHEN THE "
                                      "REGISTER IS BACK"
                                   MOVE "N" TO WS-LINE-OK
                               END-IF
                       END-READ
               END-START
           END-IF.

       ADD-HELD-LINE.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           CALL "PRICE-RESOLVER" USING WS-CLIENTE-VENTA CLIENTE-TIER
              WS-COD-VENTA PROD-PRICE WS-CANT-VENTA WS-HOY
              WS-PRECIO-VENTA WS-PRICE-SOURCE WS-PRC-CANDIDATES.
           MOVE ZERO TO WS-FEE-AMOUNT.
           IF PROD-FEE-CODE NOT = SPACES AND WS-FEERATE-IS-OPEN
               MOVE PROD-FEE-CODE TO FEE-CODE
               READ FEERATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FEE-AMOUNT TO WS-FEE-AMOUNT
               END-READ
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           SET WS-LN-IDX TO WS-LINE-COUNT.
           MOVE WS-COD-VENTA TO WS-LN-CODE (WS-LN-IDX).
           MOVE WS-CANT-VENTA TO WS-LN-QTY (WS-LN-IDX).
           MOVE WS-PRECIO-VENTA TO WS-LN-PRECIO (WS-LN-IDX).
           MOVE WS-FEE-AMOUNT TO WS-LN-FEE (WS-LN-IDX).
           MOVE PROD-PRICE TO WS-LN-LIST-PRICE (WS-LN-IDX).
           EVALUATE WS-PRICE-SOURCE
               WHEN "CONTRACT"
                   MOVE "C" TO WS-LN-SOURCE (WS-LN-IDX)
               WHEN "TIER"
                   MOVE "T" TO WS-LN-SOURCE (WS-LN-IDX)
               WHEN "PROMO"
                   MOVE "P" TO WS-LN-SOURCE (WS-LN-IDX)
               WHEN "QTYBREAK"
                   MOVE "Q" TO WS-LN-SOURCE (WS-LN-IDX)
               WHEN OTHER
                   MOVE "B" TO WS-LN-SOURCE (WS-LN-IDX)
           END-EVALUATE.
           COMPUTE WS-LINE-AMOUNT = WS-PRECIO-VENTA * WS-CANT-VENTA.
           PERFORM LOOKUP-TAX-RATE.
           COMPUTE WS-TICKET-TAX ROUNDED = WS-TICKET-TAX +
              WS-LINE-AMOUNT * WS-EFFECTIVE-RATE.
           COMPUTE WS-TICKET-TOTAL = WS-TICKET-TOTAL + WS-LINE-AMOUNT
              + WS-FEE-AMOUNT * WS-CANT-VENTA.
           IF PROD-UNITS-PER-CASE > ZERO
               DIVIDE WS-CANT-VENTA BY PROD-UNITS-PER-CASE
                  GIVING WS-LINE-CASES
               ADD WS-LINE-CASES TO WS-TICKET-CASES
           END-IF.
           MOVE WS-LINE-AMOUNT TO WS-MONEY-EDIT.
           DISPLAY "HELD: " PROD-NAME " " WS-CANT-VENTA " "
              WS-MONEY-EDIT " " WS-PRICE-SOURCE.

       LOOKUP-TAX-RATE.
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

       GET-HELD-TENDER.
           MOVE SPACE TO WS-TENDER.
           PERFORM UNTIL WS-TENDER-VALID
               DISPLAY "TENDER - C CASH / T CARD / A ACCOUNT: "
                  WITH NO ADVANCING
               ACCEPT WS-TENDER
               MOVE FUNCTION UPPER-CASE(WS-TENDER) TO WS-TENDER
               IF WS-TENDER = "A"
                  AND WS-GROUP-SALDO + WS-TICKET-TOTAL >
                      WS-GROUP-LIMITE
                   DISPLAY "SALE WOULD PUT " NOMBRE-CLIENTE
                      " OVER THE CREDIT LIMIT OF "
                      WS-GROUP-LIMITE
                   MOVE SPACE TO WS-TENDER
               END-IF
               IF NOT WS-TENDER-VALID
                   DISPLAY "INVALID TENDER CODE"
               END-IF
           END-PERFORM.

       WRITE-HELD-TICKET.
           PERFORM GET-NEXT-HOLD-NUMBER.
           PERFORM WRITE-ONE-HELD-LINE
              VARYING WS-LN-IDX FROM 1 BY 1
              UNTIL WS-LN-IDX > WS-LINE-COUNT.
           ADD 1 TO WS-HELD-TICKETS.
           MOVE WS-TICKET-TOTAL TO WS-MONEY-EDIT.
           DISPLAY "HELD TICKET " WS-HOLD-NUMBER " - "
              WS-LINE-COUNT " LINE(S), SUBTOTAL " WS-MONEY-EDIT.
           IF CLIENTE-RUTA NOT = SPACES
               PERFORM SHOW-DELIVERY-CHARGE
           END-IF.
           MOVE WS-TICKET-TAX TO WS-MONEY-EDIT.
           DISPLAY "TAX:            " WS-MONEY-EDIT.
           ADD WS-TICKET-TAX TO WS-TICKET-TOTAL.
           MOVE WS-TICKET-TOTAL TO WS-MONEY-EDIT.
           DISPLAY "TOTAL TO COLLECT: " WS-MONEY-EDIT.

       WRITE-ONE-HELD-LINE.
           MOVE WS-HOLD-NUMBER TO HS-HOLD-NUMBER.
           SET WS-LINE-COUNT TO WS-LN-IDX.
           MOVE WS-LINE-COUNT TO HS-LINE.
           ACCEPT HS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HS-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO HS-OPERATOR.
           MOVE WS-BRANCH TO HS-BRANCH.
           MOVE WS-CLIENTE-VENTA TO HS-CLAVE-CLIENTE.
           MOVE WS-LN-CODE (WS-LN-IDX) TO HS-PROD-CODE.
           MOVE WS-LN-QTY (WS-LN-IDX) TO HS-CANTIDAD.
           MOVE WS-LN-PRECIO (WS-LN-IDX) TO HS-PRECIO.
           MOVE WS-LN-FEE (WS-LN-IDX) TO HS-FEE-AMOUNT.
           MOVE WS-LN-SOURCE (WS-LN-IDX) TO HS-PRICE-SOURCE.
           MOVE WS-LN-LIST-PRICE (WS-LN-IDX) TO HS-LIST-PRICE.
           MOVE WS-TENDER TO HS-TENDER.
           MOVE WS-SHIP-TO TO HS-SHIP-TO.
           SET HS-PENDING TO TRUE.
           MOVE ZERO TO HS-SALE-NUMBER HS-TICKET.
           WRITE HOLDSALE-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING HELD LINE " HS-KEY ": "
                      FS-HOLDSALE
                   MOVE "OFFLINE-CAPTURE" TO ERP-PROGRAM
                   MOVE "WRITE-ONE-HELD-LINE" TO ERP-PARAGRAPH
                   MOVE "HOLDSALE.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-HOLDSALE TO ERP-STATUS
                   MOVE HS-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-WRITE.

      * The route's charge goes on the ticket when it posts; it is
      * shown here so the total collected now is the one posted.
       SHOW-DELIVERY-CHARGE.
           MOVE WS-TICKET-TOTAL TO WS-DLV-GOODS-VALUE.
           CALL "DELIVERY-CHARGE" USING CLIENTE-RUTA
              WS-DLV-GOODS-VALUE WS-TICKET-CASES WS-DLV-CHARGE
              WS-DLV-RESULT.
           IF WS-DLV-RULE-FOUND
               MOVE WS-DLV-CHARGE TO WS-MONEY-EDIT
               DISPLAY "DELIVERY ROUTE " CLIENTE-RUTA ":  "
                  WS-MONEY-EDIT
               ADD WS-DLV-CHARGE TO WS-TICKET-TOTAL
           ELSE
               DISPLAY "NO DELIVERY CHARGE RULE FOR ROUTE "
                  CLIENTE-RUTA " - NO CHARGE ADDED"
           END-IF.

       SELECT-SHIP-TO.
           MOVE ZERO TO WS-SHIP-TO.
           MOVE ZERO TO WS-ADDR-NUMBER.
           PERFORM GET-NEXT-SHIP-TO.
           IF WS-ADDR-FOUND
               DISPLAY "SHIP-TO ADDRESSES ON FILE:"
               PERFORM SHOW-ONE-SHIP-TO UNTIL NOT WS-ADDR-FOUND
               DISPLAY "SHIP-TO ADDRESS NUMBER (0 = BILL-TO): "
                  WITH NO ADVANCING
               ACCEPT WS-SHIP-TO
               IF WS-SHIP-TO > ZERO
                   MOVE WS-SHIP-TO TO WS-ADDR-NUMBER
                   MOVE "G" TO WS-ADDR-ACTION
                   CALL "CUSTOMER-ADDRESS" USING WS-ADDR-ACTION
                      WS-CLIENTE-VENTA WS-ADDR-NUMBER WS-ADDRESS-LINES
                      WS-ADDR-RESULT
                   IF NOT WS-ADDR-FOUND
                       DISPLAY "SHIP-TO " WS-SHIP-TO
                          " NOT ON FILE - SHIPPING TO BILL-TO"
                       MOVE ZERO TO WS-SHIP-TO
                   END-IF
               END-IF
           END-IF.

       SHOW-ONE-SHIP-TO.
           DISPLAY "  " WS-ADDR-NUMBER " " WS-ADDRESS-LINE (2)(1:30)
              " " WS-ADDRESS-LINE (4)(1:30).
           PERFORM GET-NEXT-SHIP-TO.

       GET-NEXT-SHIP-TO.
           MOVE "N" TO WS-ADDR-ACTION.
           CALL "CUSTOMER-ADDRESS" USING WS-ADDR-ACTION
              WS-CLIENTE-VENTA WS-ADDR-NUMBER WS-ADDRESS-LINES
              WS-ADDR-RESULT.

       GET-NEXT-HOLD-NUMBER.
           OPEN INPUT HOLD-CONTROL-FILE.
           IF FS-HOLD-CONTROL-OK
               READ HOLD-CONTROL-FILE
                   AT END
                       MOVE ZERO TO HOLDCTL-LAST-NUMBER
               END-READ
               CLOSE HOLD-CONTROL-FILE
           ELSE
               MOVE ZERO TO HOLDCTL-LAST-NUMBER
           END-IF.
           COMPUTE WS-HOLD-NUMBER = HOLDCTL-LAST-NUMBER + 1.
           MOVE WS-HOLD-NUMBER TO HOLDCTL-LAST-NUMBER.
           OPEN OUTPUT HOLD-CONTROL-FILE.
           WRITE HOLD-CONTROL-RECORD.
           CLOSE HOLD-CONTROL-FILE.

       CLOSE-FILES.
           IF WS-MAIN-FILES-ARE-OPEN
               CLOSE PRODUCTS-FILE
               CLOSE ARCHIVO-CLIENTES
               CLOSE HOLDSALE-FILE
           ELSE
               IF FS-PRODUCTS-OK
                   CLOSE PRODUCTS-FILE
               END-IF
               IF FS-CLIENTES-OK
                   CLOSE ARCHIVO-CLIENTES
               END-IF
               IF FS-HOLDSALE-OK
                   CLOSE HOLDSALE-FILE
               END-IF
           END-IF.
           IF WS-FEERATE-IS-OPEN
               CLOSE FEERATE-FILE
           END-IF.
           IF WS-TAXRATE-IS-OPEN
               CLOSE TAXRATE-FILE
           END-IF.
           IF WS-KIT-IS-OPEN
               CLOSE KIT-FILE
           END-IF.
