      ******************************************************************
      * Author:
      * Date:
      * Purpose: Line pricing rules shared by the register and the
      *          price inquiry, in the mold of CALENDAR-MANAGER.
      *          CALLed with the customer key and tier, product code,
      *          base price, quantity and pricing date; returns the
      *          price to charge and its source. A contract on
      *          CONTRACT.DAT in force on the date wins outright;
      *          otherwise the customer's PRICETIER.DAT discount,
      *          otherwise a PROMO.DAT promotion in force on the
      *          date; a QTYBREAK.DAT tier the quantity reaches then
      *          replaces the price when it is lower. Every candidate
      *          is handed back with a status byte - A applied or
      *          applicable, O on file but out of its date range,
      *          Q quantity below the break, H break not lower than
      *          the price already won, N not on file, U file not
      *          available - so callers can explain the result.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-RESOLVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-FILE ASSIGN TO "CONTRACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTRACT-KEY
               FILE STATUS IS FS-CONTRACT.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-FILE.
       COPY CONTRACT-RECORD.

       FD  PRICETIER-FILE.
       COPY PRICETIER-RECORD.

       FD  PROMO-FILE.
       COPY PROMO-RECORD.

       FD  QTYBREAK-FILE.
       COPY QTYBREAK-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-CONTRACT          PIC XX.
           88 FS-CONTRACT-OK    VALUE "00".
       01  FS-PRICETIER         PIC XX.
           88 FS-PRICETIER-OK   VALUE "00".
       01  FS-PROMO             PIC XX.
           88 FS-PROMO-OK       VALUE "00".
       01  FS-QTYBREAK          PIC XX.
           88 FS-QTYBREAK-OK    VALUE "00".

       01  WS-QB-SUB            PIC 9(1).
       01  WS-QB-REACHED        PIC X.

       LINKAGE SECTION.
       01  LNK-CLAVE-CLIENTE    PIC X(10).
       01  LNK-TIER             PIC X.
       01  LNK-PROD-CODE        PIC X(5).
       01  LNK-BASE-PRICE       PIC 9(7)V99.
       01  LNK-QUANTITY         PIC 9(5).
       01  LNK-DATE             PIC 9(8).
       01  LNK-PRICE            PIC 9(7)V99.
       01  LNK-PRICE-SOURCE     PIC X(8).
       01  LNK-CANDIDATES.
           05 LNK-CONTRACT-STATUS  PIC X.
           05 LNK-CONTRACT-PRICE   PIC 9(7)V99.
           05 LNK-CONTRACT-START   PIC 9(8).
           05 LNK-CONTRACT-END     PIC 9(8).
           05 LNK-TIER-STATUS      PIC X.
           05 LNK-TIER-PCT         PIC 9V999.
           05 LNK-TIER-PRICE       PIC 9(7)V99.
           05 LNK-PROMO-STATUS     PIC X.
           05 LNK-PROMO-PRICE      PIC 9(7)V99.
           05 LNK-PROMO-START      PIC 9(8).
           05 LNK-PROMO-END        PIC 9(8).
           05 LNK-QB-STATUS        PIC X.
           05 LNK-QB-PRICE         PIC 9(7)V99.
           05 LNK-QB-BREAK OCCURS 3 TIMES.
               10 LNK-QB-BREAK-QTY   PIC 9(5).
               10 LNK-QB-BREAK-PRICE PIC 9(7)V99.

       PROCEDURE DIVISION USING LNK-CLAVE-CLIENTE LNK-TIER
           LNK-PROD-CODE LNK-BASE-PRICE LNK-QUANTITY LNK-DATE
           LNK-PRICE LNK-PRICE-SOURCE LNK-CANDIDATES.
       MAIN-PROCEDURE.
           INITIALIZE LNK-CANDIDATES.
           MOVE LNK-BASE-PRICE TO LNK-PRICE.
           MOVE "BASE" TO LNK-PRICE-SOURCE.
           PERFORM CHECK-CONTRACT-PRICE.
           PERFORM CHECK-TIER-PRICE.
           PERFORM CHECK-PROMO-PRICE.
           IF LNK-CONTRACT-STATUS = "A"
               MOVE LNK-CONTRACT-PRICE TO LNK-PRICE
               MOVE "CONTRACT" TO LNK-PRICE-SOURCE
           ELSE
               IF LNK-TIER-STATUS = "A"
                   MOVE LNK-TIER-PRICE TO LNK-PRICE
                   MOVE "TIER" TO LNK-PRICE-SOURCE
               ELSE
                   IF LNK-PROMO-STATUS = "A"
                       MOVE LNK-PROMO-PRICE TO LNK-PRICE
                       MOVE "PROMO" TO LNK-PRICE-SOURCE
                   END-IF
               END-IF
           END-IF.
           PERFORM CHECK-QTY-BREAK-PRICE.
           GOBACK.

       CHECK-CONTRACT-PRICE.
           MOVE "N" TO LNK-CONTRACT-STATUS.
           OPEN INPUT CONTRACT-FILE.
           IF NOT FS-CONTRACT-OK
               MOVE "U" TO LNK-CONTRACT-STATUS
           ELSE
               MOVE LNK-CLAVE-CLIENTE TO CONTRACT-CLAVE-CLIENTE
               MOVE LNK-PROD-CODE TO CONTRACT-PROD-CODE
               READ CONTRACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONTRACT-PRICE TO LNK-CONTRACT-PRICE
                       MOVE CONTRACT-START-DATE TO LNK-CONTRACT-START
                       MOVE CONTRACT-END-DATE TO LNK-CONTRACT-END
                       IF LNK-DATE >= CONTRACT-START-DATE
                          AND LNK-DATE <= CONTRACT-END-DATE
                           MOVE "A" TO LNK-CONTRACT-STATUS
                       ELSE
                           MOVE "O" TO LNK-CONTRACT-STATUS
                       END-IF
               END-READ
               CLOSE CONTRACT-FILE
           END-IF.

       CHECK-TIER-PRICE.
           MOVE "N" TO LNK-TIER-STATUS.
           IF LNK-TIER NOT = SPACE
               OPEN INPUT PRICETIER-FILE
               IF NOT FS-PRICETIER-OK
                   MOVE "U" TO LNK-TIER-STATUS
               ELSE
                   MOVE LNK-TIER TO TIER-CODE
                   READ PRICETIER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TIER-DISCOUNT-PCT > ZERO
                               MOVE TIER-DISCOUNT-PCT TO LNK-TIER-PCT
                               COMPUTE LNK-TIER-PRICE ROUNDED =
                                  LNK-BASE-PRICE *
                                  (1 - TIER-DISCOUNT-PCT)
                               MOVE "A" TO LNK-TIER-STATUS
                           END-IF
                   END-READ
                   CLOSE PRICETIER-FILE
               END-IF
           END-IF.

       CHECK-PROMO-PRICE.
           MOVE "N" TO LNK-PROMO-STATUS.
           OPEN INPUT PROMO-FILE.
           IF NOT FS-PROMO-OK
               MOVE "U" TO LNK-PROMO-STATUS
           ELSE
               MOVE LNK-PROD-CODE TO PROMO-PROD-CODE
               READ PROMO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROMO-PRICE TO LNK-PROMO-PRICE
                       MOVE PROMO-START-DATE TO LNK-PROMO-START
                       MOVE PROMO-END-DATE TO LNK-PROMO-END
                       IF LNK-DATE >= PROMO-START-DATE
                          AND LNK-DATE <= PROMO-END-DATE
                           MOVE "A" TO LNK-PROMO-STATUS
                       ELSE
                           MOVE "O" TO LNK-PROMO-STATUS
                       END-IF
               END-READ
               CLOSE PROMO-FILE
           END-IF.

       CHECK-QTY-BREAK-PRICE.
           MOVE "N" TO LNK-QB-STATUS.
           OPEN INPUT QTYBREAK-FILE.
           IF NOT FS-QTYBREAK-OK
               MOVE "U" TO LNK-QB-STATUS
           ELSE
               MOVE LNK-PROD-CODE TO QB-PROD-CODE
               READ QTYBREAK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM APPLY-BEST-BREAK-TIER
               END-READ
               CLOSE QTYBREAK-FILE
           END-IF.

       APPLY-BEST-BREAK-TIER.
           MOVE "N" TO WS-QB-REACHED.
           MOVE "Q" TO LNK-QB-STATUS.
           PERFORM CHECK-ONE-BREAK-TIER
              VARYING WS-QB-SUB FROM 1 BY 1
              UNTIL WS-QB-SUB > 3.
           IF LNK-QB-STATUS = "A"
               MOVE LNK-QB-PRICE TO LNK-PRICE
               MOVE "QTYBREAK" TO LNK-PRICE-SOURCE
           ELSE
               IF WS-QB-REACHED = "Y"
                   MOVE "H" TO LNK-QB-STATUS
               END-IF
           END-IF.

       CHECK-ONE-BREAK-TIER.
           MOVE QB-TIER-QTY (WS-QB-SUB)
              TO LNK-QB-BREAK-QTY (WS-QB-SUB).
           MOVE QB-TIER-PRICE (WS-QB-SUB)
              TO LNK-QB-BREAK-PRICE (WS-QB-SUB).
           IF QB-TIER-QTY (WS-QB-SUB) > ZERO
              AND LNK-QUANTITY >= QB-TIER-QTY (WS-QB-SUB)
               MOVE "Y" TO WS-QB-REACHED
               IF LNK-QB-STATUS = "A"
                   IF QB-TIER-PRICE (WS-QB-SUB) < LNK-QB-PRICE
                       MOVE QB-TIER-PRICE (WS-QB-SUB) TO LNK-QB-PRICE
                   END-IF
               ELSE
                   IF QB-TIER-PRICE (WS-QB-SUB) < LNK-PRICE
                       MOVE QB-TIER-PRICE (WS-QB-SUB) TO LNK-QB-PRICE
                       MOVE "A" TO LNK-QB-STATUS
                   END-IF
               END-IF
           END-IF.
