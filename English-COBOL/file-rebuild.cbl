      * Author:
      * Date:
      * Purpose: Indexed file unload/reload rebuild utility. Unloads
      *          PRODUCTS.DAT, clientes.idx, SUPPLIERS.DAT, the
      *          Spanish-side PRODUCTOS.DAT or SELLS.DAT to a flat
      *          sequential image (.UNL) and reloads the file fresh -
      *          rebuilding the PROD-NAME and PROD-UPC alternate keys,
      *          and the VENTA-FECHA, VENTA-CLAVE-CLIENTE and
      *          VENTA-CODIGO keys on SELLS.DAT -
      *          validating the record counts on both sides, so a
      *          damaged index is an inconvenience rather than a
      *          catastrophe. A SELLS.DAT built before the
      *          VENTA-CODIGO key existed, or before sale lines
      *          carried their price source and list price, is
      *          unloaded through its original layout and comes back
      *          carrying all three keys, with the price source blank
      *          and the list price zero on the older lines. A
      *          PRODUCTS.DAT or clientes.idx still at its original
      *          record length is unloaded the same way and reloaded
      *          at the current length, the added fields defaulted.
      *          Also converts a sequential OVRSHORT.DAT written
      *          before over/short records carried a currency code,
      *          the older records coming back as local currency.
      *          The same applies to the other files whose records have
      *          grown: JOBHIST.DAT and STOCKMOVES.DAT are sequential
      *          and are converted once on request (old job history
      *          comes back in the daily stream, old movements at head
      *          office); TICKETS.DAT, ARPAY.DAT, PURCHORD.DAT,
      *          PROMO.DAT, DUNNING.DAT, PARKED.DAT, HOLDSALE.DAT,
      *          PENDPRICE.DAT and CATEGORY.DAT are read through their
      *          older layouts when the record length differs and
      *          reloaded at the current length with the added fields
      *          defaulted; PERSUM.DAT and SALESTGT.DAT are rekeyed
      *          with a blank (head office / company) branch.
      *          Takes the shared file lock before rebuilding a master
      *          the updating programs write.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CLAVE-CLIENTE
               FILE STATUS IS FS-MASTER.

      * PRODUCTS.DAT at its original 84-byte record length
           SELECT PRIOR-PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIOR-PROD-CODE
               ALTERNATE RECORD KEY IS PRIOR-PROD-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRIOR-PROD-UPC WITH DUPLICATES
               FILE STATUS IS FS-MASTER.

      * clientes.idx before the parent account and bank reference
           SELECT PRIOR-CLIENTES-FILE ASSIGN TO "clientes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIOR-CLAVE-CLIENTE
               FILE STATUS IS FS-MASTER.

           SELECT SUPPLIERS-FILE ASSIGN TO "SUPPLIERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS FS-MASTER.

           SELECT VENTAS-FILE ASSIGN TO "SELLS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTA-NUMERO
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-MASTER.

      * SELLS.DAT before sale lines carried the price source
           SELECT SHORT-VENTAS-FILE ASSIGN TO "SELLS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHORT-VENTA-NUMERO
               ALTERNATE RECORD KEY IS SHORT-VENTA-FECHA
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS SHORT-VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS SHORT-VENTA-CODIGO
                  WITH DUPLICATES
               FILE STATUS IS FS-MASTER.

      * SELLS.DAT as it was keyed before VENTA-CODIGO was added
           SELECT PRIOR-VENTAS-FILE ASSIGN TO "SELLS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIOR-VENTA-NUMERO
               ALTERNATE RECORD KEY IS PRIOR-VENTA-FECHA
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRIOR-VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               FILE STATUS IS FS-MASTER.

           SELECT OVRSHORT-FILE ASSIGN TO "OVRSHORT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MASTER.

      * OVRSHORT.DAT before over/short records carried a currency
           SELECT PRIOR-OVRSHORT-FILE ASSIGN TO "OVRSHORT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MASTER.

           SELECT JOBHIST-FILE ASSIGN TO "JOBHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MASTER.

      * JOBHIST.DAT before steps were run in job streams
           SELECT PRIOR-JOBHIST-FILE ASSIGN TO "JOBHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MASTER.

           SELECT MOVES-FILE ASSIGN TO "STOCKMOVES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MASTER.

      * STOCKMOVES.DAT before movements carried the branch
           SELECT PRIOR-MOVES-FILE ASSIGN TO "STOCKMOVES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MASTER.

           SELECT TICKETS-FILE ASSIGN TO "TICKETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKET-NUMBER
               FILE STATUS IS FS-MASTER.

      * TICKETS.DAT before tickets carried the selling branch
           SELECT SHORT-TICKETS-FILE ASSIGN TO "TICKETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHORT-TICKET-NUMBER
               FILE STATUS IS FS-MASTER.

      * TICKETS.DAT at its original 38-byte record length
           SELECT PRIOR-TICKETS-FILE ASSIGN TO "TICKETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIOR-TICKET-NUMBER
               FILE STATUS IS FS-MASTER.

           SELECT ARPAY-FILE ASSIGN TO "ARPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-NUMBER
               FILE STATUS IS FS-MASTER.

      * ARPAY.DAT before returned payments were tracked
           SELECT PRIOR-ARPAY-FILE ASSIGN TO "ARPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIOR-PAY-NUMBER
               FILE STATUS IS FS-MASTER.

           SELECT PURCHORD-FILE ASSIGN TO "PURCHORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS FS-MASTER.

      * PURCHORD.DAT before PO lines carried a unit cost
           SELECT PRIOR-PURCHORD-FILE ASSIGN TO "PURCHORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIOR-PO-KEY
               FILE STATUS IS FS-MASTER.

           SELECT PROMO-FILE ASSIGN TO "PROMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-PROD-CODE
               FILE STATUS IS FS-MASTER.

      * PROMO.DAT before vendor-funded billbacks
           SELECT PRIOR-PROMO-FILE ASSIGN TO "PROMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIOR-PROMO-PROD-CODE
               FILE STATUS IS FS-MASTER.

           SELECT DUNNING-FILE ASSIGN TO "DUNNING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUN-CLAVE-CLIENTE
               FILE STATUS IS FS-MASTER.

      * DUNNING.DAT before the letters sent were counted
           SELECT PRIOR-DUNNING-FILE ASSIGN TO "DUNNING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIOR-DUN-CLAVE-CLIENTE
               FILE STATUS IS FS-MASTER.

           SELECT PARKED-FILE ASSIGN TO "PARKED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARK-KEY
               FILE STATUS IS FS-MASTER.

      * PARKED.DAT before parked lines carried the price source
           SELECT PRIOR-PARKED-FILE ASSIGN TO "PARKED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIOR-PARK-KEY
               FILE STATUS IS FS-MASTER.

           SELECT HOLDSALE-FILE ASSIGN TO "HOLDSALE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS FS-MASTER.

      * HOLDSALE.DAT before held lines carried the ship-to
           SELECT SHORT-HOLDSALE-FILE ASSIGN TO "HOLDSALE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHORT-HS-KEY
               FILE STATUS IS FS-MASTER.

      * HOLDSALE.DAT at its original 84-byte record length
           SELECT PRIOR-HOLDSALE-FILE ASSIGN TO "HOLDSALE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIOR-HS-KEY
               FILE STATUS IS FS-MASTER.

           SELECT PERSUM-FILE ASSIGN TO "PERSUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS FS-MASTER.

      * PERSUM.DAT as it was keyed before the branch was added
           SELECT PRIOR-PERSUM-FILE ASSIGN TO "PERSUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIOR-PS-KEY
               FILE STATUS IS FS-MASTER.

           SELECT TARGET-FILE ASSIGN TO "SALESTGT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TGT-KEY
               FILE STATUS IS FS-MASTER.

      * SALESTGT.DAT as it was keyed before the branch was added
           SELECT PRIOR-TARGET-FILE ASSIGN TO "SALESTGT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIOR-TGT-KEY
               FILE STATUS IS FS-MASTER.

           SELECT PENDPRICE-FILE ASSIGN TO "PENDPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS FS-MASTER.

      * PENDPRICE.DAT before the margin floor override
           SELECT PRIOR-PENDPRICE-FILE ASSIGN TO "PENDPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIOR-PEND-KEY
               FILE STATUS IS FS-MASTER.

           SELECT CATEGORY-FILE ASSIGN TO "CATEGORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODE
               FILE STATUS IS FS-MASTER.

      * CATEGORY.DAT before categories carried a margin floor
           SELECT PRIOR-CATEGORY-FILE ASSIGN TO "CATEGORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIOR-CAT-CODE
               FILE STATUS IS FS-MASTER.

           SELECT UNLOAD-FILE ASSIGN TO DYNAMIC WS-UNLOAD-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-UNLOAD.
       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       FD  PRIOR-PRODUCTS-FILE.
       01  PRIOR-PRODUCTS-RECORD.
           05 PRIOR-PROD-CODE     PIC X(05).
           05 PRIOR-PROD-NAME     PIC X(20).
           05 FILLER              PIC X(34).
           05 PRIOR-PROD-UPC      PIC X(12).
           05 FILLER              PIC X(13).

       FD  PRIOR-CLIENTES-FILE.
       01  PRIOR-CLIENTES-RECORD.
           05 PRIOR-CLAVE-CLIENTE PIC X(10).
           05 FILLER              PIC X(78).

       FD  SUPPLIERS-FILE.
       01  SUPPLIERS-RECORD.
           05 SUPP-CODE          PIC X(4).
           05 SUPP-NAME          PIC X(25).
           05 SUPP-CONTACT       PIC X(20).
           05 SUPP-LEAD-DAYS     PIC 9(3).
           05 SUPP-ORDER-DAYS    PIC X(7).
           05 SUPP-MIN-ORDER     PIC 9(7)V99.
           05 SUPP-FREE-FREIGHT  PIC 9(7)V99.

       FD  PRODUCTOS-FILE.
       COPY PRODUCTOS-RECORD.

       FD  VENTAS-FILE.
       COPY VENTAS-RECORD.

       FD  PRIOR-VENTAS-FILE.
       01  PRIOR-VENTAS-RECORD.
           05 PRIOR-VENTA-NUMERO  PIC 9(08).
           05 FILLER              PIC X(16).
           05 PRIOR-VENTA-FECHA   PIC 9(08).
           05 PRIOR-VENTA-CLAVE-CLIENTE PIC X(10).
           05 FILLER              PIC X(24).

       FD  SHORT-VENTAS-FILE.
       01  SHORT-VENTAS-RECORD.
           05 SHORT-VENTA-NUMERO  PIC 9(08).
           05 FILLER              PIC X(06).
           05 SHORT-VENTA-CODIGO  PIC X(05).
           05 FILLER              PIC X(05).
           05 SHORT-VENTA-FECHA   PIC 9(08).
           05 SHORT-VENTA-CLAVE-CLIENTE PIC X(10).
           05 FILLER              PIC X(24).

       FD  OVRSHORT-FILE.
       COPY OVRSHORT-RECORD.

       FD  PRIOR-OVRSHORT-FILE.
       01  PRIOR-OVRSHORT-RECORD.
           05 PRIOR-OS-DATE       PIC 9(08).
           05 PRIOR-OS-OPERATOR   PIC 9(05).
           05 FILLER              PIC X(31).

       FD  JOBHIST-FILE.
       COPY JOBHIST-RECORD.

       FD  PRIOR-JOBHIST-FILE.
       01  PRIOR-JOBHIST-RECORD.
           05 PRIOR-JOB-RUN-DATE  PIC 9(08).
           05 PRIOR-JOB-STEP-NUMBER PIC 9(02).
           05 FILLER              PIC X(41).

       FD  MOVES-FILE.
       COPY MOVES-RECORD.

       FD  PRIOR-MOVES-FILE.
       01  PRIOR-MOVES-RECORD.
           05 PRIOR-MOV-DATE      PIC 9(08).
           05 FILLER              PIC X(12).
           05 PRIOR-MOV-QUANTITY  PIC S9(05).
           05 PRIOR-MOV-BALANCE   PIC 9(05).

       FD  TICKETS-FILE.
       COPY TICKET-RECORD.

       FD  SHORT-TICKETS-FILE.
       01  SHORT-TICKET-RECORD.
           05 SHORT-TICKET-NUMBER PIC 9(06).
           05 FILLER              PIC X(35).

       FD  PRIOR-TICKETS-FILE.
       01  PRIOR-TICKET-RECORD.
           05 PRIOR-TICKET-NUMBER PIC 9(06).
           05 FILLER              PIC X(32).

       FD  ARPAY-FILE.
       COPY ARPAY-RECORD.

       FD  PRIOR-ARPAY-FILE.
       01  PRIOR-ARPAY-RECORD.
           05 PRIOR-PAY-NUMBER    PIC 9(06).
           05 FILLER              PIC X(39).

       FD  PURCHORD-FILE.
       COPY PURCHORD-RECORD.

       FD  PRIOR-PURCHORD-FILE.
       01  PRIOR-PURCHORD-RECORD.
           05 PRIOR-PO-KEY        PIC X(09).
           05 FILLER              PIC X(44).

       FD  PROMO-FILE.
       COPY PROMO-RECORD.

       FD  PRIOR-PROMO-FILE.
       01  PRIOR-PROMO-RECORD.
           05 PRIOR-PROMO-PROD-CODE PIC X(05).
           05 FILLER              PIC X(25).

       FD  DUNNING-FILE.
       COPY DUNNING-RECORD.

       FD  PRIOR-DUNNING-FILE.
       01  PRIOR-DUNNING-RECORD.
           05 PRIOR-DUN-CLAVE-CLIENTE PIC X(10).
           05 FILLER              PIC X(09).

       FD  PARKED-FILE.
       COPY PARKED-RECORD.

       FD  PRIOR-PARKED-FILE.
       01  PRIOR-PARKED-RECORD.
           05 PRIOR-PARK-KEY      PIC X(07).
           05 FILLER              PIC X(37).

       FD  HOLDSALE-FILE.
       COPY HOLDSALE-RECORD.

       FD  SHORT-HOLDSALE-FILE.
       01  SHORT-HOLDSALE-RECORD.
           05 SHORT-HS-KEY        PIC X(09).
           05 FILLER              PIC X(85).

       FD  PRIOR-HOLDSALE-FILE.
       01  PRIOR-HOLDSALE-RECORD.
           05 PRIOR-HS-KEY        PIC X(09).
           05 FILLER              PIC X(75).

       FD  PERSUM-FILE.
       COPY PERSUM-RECORD.

       FD  PRIOR-PERSUM-FILE.
       01  PRIOR-PERSUM-RECORD.
           05 PRIOR-PS-KEY        PIC X(14).
           05 PRIOR-PS-TOTALS     PIC X(33).

       FD  TARGET-FILE.
       COPY TARGET-RECORD.

       FD  PRIOR-TARGET-FILE.
       01  PRIOR-TARGET-RECORD.
           05 PRIOR-TGT-KEY       PIC X(10).
           05 PRIOR-TGT-AMOUNTS   PIC X(18).

       FD  PENDPRICE-FILE.
       01  PENDPRICE-RECORD.
           05 PEND-KEY.
               10 PEND-PROD-CODE      PIC X(5).
               10 PEND-EFFECTIVE-DATE PIC 9(8).
           05 PEND-NEW-PRICE          PIC 9(7)V99.
           05 PEND-FLOOR-OVERRIDE     PIC X.
               88 PEND-FLOOR-AUTHORIZED VALUE "Y".

       FD  PRIOR-PENDPRICE-FILE.
       01  PRIOR-PENDPRICE-RECORD.
           05 PRIOR-PEND-KEY      PIC X(13).
           05 FILLER              PIC X(09).

       FD  CATEGORY-FILE.
       COPY CATEGORY-RECORD.

       FD  PRIOR-CATEGORY-FILE.
       01  PRIOR-CATEGORY-RECORD.
           05 PRIOR-CAT-CODE      PIC X(04).
           05 FILLER              PIC X(33).

       FD  UNLOAD-FILE.
       01  UNLOAD-RECORD         PIC X(200).

       01  FS-MASTER            PIC XX.
           88 FS-MASTER-OK      VALUE "00".
           88 FS-MASTER-EOF     VALUE "10".
           88 FS-MASTER-KEYS-DIFFER VALUE "39".

       01  FS-UNLOAD            PIC XX.
           88 FS-UNLOAD-OK      VALUE "00".
           88 FS-UNLOAD-EOF     VALUE "10".

       01  WS-UNLOAD-NAME       PIC X(20).
       01  WS-CHOICE            PIC XX.
           88 WS-CHOICE-PRODUCTS VALUE "1".
           88 WS-CHOICE-CLIENTES VALUE "2".
           88 WS-CHOICE-SUPPLIERS VALUE "3".
           88 WS-CHOICE-PRODUCTOS VALUE "4".
           88 WS-CHOICE-VENTAS  VALUE "5".
           88 WS-CHOICE-OVRSHORT VALUE "6".
           88 WS-CHOICE-JOBHIST VALUE "7".
           88 WS-CHOICE-MOVES   VALUE "8".
           88 WS-CHOICE-TICKETS VALUE "9".
           88 WS-CHOICE-ARPAY   VALUE "10".
           88 WS-CHOICE-PURCHORD VALUE "11".
           88 WS-CHOICE-PROMO   VALUE "12".
           88 WS-CHOICE-DUNNING VALUE "13".
           88 WS-CHOICE-PARKED  VALUE "14".
           88 WS-CHOICE-HOLDSALE VALUE "15".
           88 WS-CHOICE-PERSUM  VALUE "16".
           88 WS-CHOICE-TARGET  VALUE "17".
           88 WS-CHOICE-PENDPRICE VALUE "18".
           88 WS-CHOICE-CATEGORY VALUE "19".
           88 WS-CHOICE-EXIT    VALUE "20".

       01  WS-LOCK-ACTION       PIC X.
       01  WS-LOCK-NAME         PIC X(12).
       01  WS-UNLOAD-COUNT      PIC 9(7).
       01  WS-RELOAD-COUNT      PIC 9(7).
       01  WS-ERROR-COUNT       PIC 9(7).
       01  WS-PRIOR-LAYOUT-FLAG PIC X VALUE "N".
           88 WS-PRIOR-LAYOUT   VALUE "Y".
           88 WS-SHORT-LAYOUT   VALUE "S".
       01  WS-CONFIRM           PIC X.
       01  WS-LAYOUT-ERROR-FLAG PIC X VALUE "N".
           88 WS-LAYOUT-ERROR   VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "2 - clientes.idx"
               DISPLAY "3 - SUPPLIERS.DAT"
               DISPLAY "4 - PRODUCTOS.DAT"
               DISPLAY "5 - SELLS.DAT"
               DISPLAY "6 - OVRSHORT.DAT (ADD CURRENCY CODE)"
               DISPLAY "7 - JOBHIST.DAT (ADD JOB STREAM)"
               DISPLAY "8 - STOCKMOVES.DAT (ADD BRANCH)"
               DISPLAY "9 - TICKETS.DAT"
               DISPLAY "10 - ARPAY.DAT"
               DISPLAY "11 - PURCHORD.DAT"
               DISPLAY "12 - PROMO.DAT"
               DISPLAY "13 - DUNNING.DAT"
               DISPLAY "14 - PARKED.DAT"
               DISPLAY "15 - HOLDSALE.DAT"
               DISPLAY "16 - PERSUM.DAT"
               DISPLAY "17 - SALESTGT.DAT"
               DISPLAY "18 - PENDPRICE.DAT"
               DISPLAY "19 - CATEGORY.DAT"
               DISPLAY "20 - EXIT"
               ACCEPT WS-CHOICE
               EVALUATE TRUE
                   WHEN WS-CHOICE-PRODUCTS
                       PERFORM REBUILD-SUPPLIERS
                   WHEN WS-CHOICE-PRODUCTOS
                       PERFORM REBUILD-PRODUCTOS
                   WHEN WS-CHOICE-VENTAS
                       MOVE "PRODUCTS" TO WS-LOCK-NAME
                       PERFORM TAKE-NAMED-LOCK
                       IF WS-LOCK-RESULT = "Y"
                           PERFORM REBUILD-VENTAS
                           PERFORM RELEASE-NAMED-LOCK
                       END-IF
                   WHEN WS-CHOICE-OVRSHORT
                       PERFORM CONVERT-OVRSHORT
                   WHEN WS-CHOICE-JOBHIST
                       PERFORM CONVERT-JOBHIST
                   WHEN WS-CHOICE-MOVES
                       PERFORM CONVERT-MOVES
                   WHEN WS-CHOICE-TICKETS
                       MOVE "PRODUCTS" TO WS-LOCK-NAME
                       PERFORM TAKE-NAMED-LOCK
                       IF WS-LOCK-RESULT = "Y"
                           PERFORM REBUILD-TICKETS
                           PERFORM RELEASE-NAMED-LOCK
                       END-IF
                   WHEN WS-CHOICE-ARPAY
                       PERFORM REBUILD-ARPAY
                   WHEN WS-CHOICE-PURCHORD
                       PERFORM REBUILD-PURCHORD
                   WHEN WS-CHOICE-PROMO
                       PERFORM REBUILD-PROMO
                   WHEN WS-CHOICE-DUNNING
                       PERFORM REBUILD-DUNNING
                   WHEN WS-CHOICE-PARKED
                       MOVE "PRODUCTS" TO WS-LOCK-NAME
                       PERFORM TAKE-NAMED-LOCK
                       IF WS-LOCK-RESULT = "Y"
                           PERFORM REBUILD-PARKED
                           PERFORM RELEASE-NAMED-LOCK
                       END-IF
                   WHEN WS-CHOICE-HOLDSALE
                       MOVE "PRODUCTS" TO WS-LOCK-NAME
                       PERFORM TAKE-NAMED-LOCK
                       IF WS-LOCK-RESULT = "Y"
                           PERFORM REBUILD-HOLDSALE
                           PERFORM RELEASE-NAMED-LOCK
                       END-IF
                   WHEN WS-CHOICE-PERSUM
                       PERFORM REBUILD-PERSUM
                   WHEN WS-CHOICE-TARGET
                       PERFORM REBUILD-TARGET
                   WHEN WS-CHOICE-PENDPRICE
                       PERFORM REBUILD-PENDPRICE
                   WHEN WS-CHOICE-CATEGORY
                       PERFORM REBUILD-CATEGORY
                   WHEN WS-CHOICE-EXIT
                       CONTINUE
                   WHEN OTHER
           MOVE "PRODUCTS.UNL" TO WS-UNLOAD-NAME.
           MOVE ZERO TO WS-UNLOAD-COUNT WS-RELOAD-COUNT
              WS-ERROR-COUNT.
           MOVE "N" TO WS-PRIOR-LAYOUT-FLAG.
           OPEN INPUT PRODUCTS-FILE.
           IF FS-MASTER-KEYS-DIFFER
               MOVE "Y" TO WS-PRIOR-LAYOUT-FLAG
               OPEN INPUT PRIOR-PRODUCTS-FILE
               IF FS-MASTER-OK
                   DISPLAY "PRODUCTS.DAT IS AT ITS ORIGINAL LENGTH - "
                      "IT WILL BE WIDENED ON RELOAD"
               END-IF
           END-IF.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "REBUILD-PRODUCTS" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM READ-NEXT-PRODUCT
               PERFORM UNLOAD-PRODUCT UNTIL FS-MASTER-EOF
               CLOSE UNLOAD-FILE
               IF WS-PRIOR-LAYOUT
                   CLOSE PRIOR-PRODUCTS-FILE
               ELSE
                   CLOSE PRODUCTS-FILE
               END-IF
               DISPLAY "UNLOADED " WS-UNLOAD-COUNT
                  " RECORD(S) TO " WS-UNLOAD-NAME
               PERFORM RELOAD-PRODUCTS
           END-IF.

       READ-NEXT-PRODUCT.
           IF WS-PRIOR-LAYOUT
               READ PRIOR-PRODUCTS-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           ELSE
               READ PRODUCTS-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           END-IF.

       UNLOAD-PRODUCT.
           MOVE SPACES TO UNLOAD-RECORD.
           IF WS-PRIOR-LAYOUT
               MOVE PRIOR-PRODUCTS-RECORD TO UNLOAD-RECORD
           ELSE
               MOVE PRODUCTS-RECORD TO UNLOAD-RECORD
           END-IF.
           WRITE UNLOAD-RECORD.
           ADD 1 TO WS-UNLOAD-COUNT.
           PERFORM READ-NEXT-PRODUCT.
           OPEN OUTPUT PRODUCTS-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR RECREATING PRODUCTS.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-PRODUCTS" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-UNLOAD
               PERFORM RELOAD-ONE-PRODUCT UNTIL FS-UNLOAD-EOF

       RELOAD-ONE-PRODUCT.
           MOVE UNLOAD-RECORD TO PRODUCTS-RECORD.
      * Fields added after the original layout come back blank
           IF PROD-RESTRICTION = SPACE
               MOVE "N" TO PROD-RESTRICTION
           END-IF.
           IF PROD-MIN-AGE NOT NUMERIC
               MOVE ZERO TO PROD-MIN-AGE
           END-IF.
           IF PROD-DAILY-LIMIT NOT NUMERIC
               MOVE ZERO TO PROD-DAILY-LIMIT
           END-IF.
           IF PROD-QUARANTINE NOT NUMERIC
               MOVE ZERO TO PROD-QUARANTINE
           END-IF.
           IF PROD-WARRANTY-MONTHS NOT NUMERIC
               MOVE ZERO TO PROD-WARRANTY-MONTHS
           END-IF.
           WRITE PRODUCTS-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RELOAD ERROR FOR " PROD-CODE ": "
                      FS-MASTER
                   MOVE "FILE-REBUILD" TO ERP-PROGRAM
                   MOVE "RELOAD-ONE-PRODUCT" TO ERP-PARAGRAPH
                   MOVE "PRODUCTS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-MASTER TO ERP-STATUS
                   MOVE PROD-CODE TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-RELOAD-COUNT
           END-WRITE.
           MOVE "CLIENTES.UNL" TO WS-UNLOAD-NAME.
           MOVE ZERO TO WS-UNLOAD-COUNT WS-RELOAD-COUNT
              WS-ERROR-COUNT.
           MOVE "N" TO WS-PRIOR-LAYOUT-FLAG.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF FS-MASTER-KEYS-DIFFER
               MOVE "Y" TO WS-PRIOR-LAYOUT-FLAG
               OPEN INPUT PRIOR-CLIENTES-FILE
               IF FS-MASTER-OK
                   DISPLAY "clientes.idx IS AT ITS ORIGINAL LENGTH - "
                      "IT WILL BE WIDENED ON RELOAD"
               END-IF
           END-IF.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "REBUILD-CLIENTES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM READ-NEXT-CLIENTE
               PERFORM UNLOAD-CLIENTE UNTIL FS-MASTER-EOF
               CLOSE UNLOAD-FILE
               IF WS-PRIOR-LAYOUT
                   CLOSE PRIOR-CLIENTES-FILE
               ELSE
                   CLOSE ARCHIVO-CLIENTES
               END-IF
               DISPLAY "UNLOADED " WS-UNLOAD-COUNT
                  " RECORD(S) TO " WS-UNLOAD-NAME
               PERFORM RELOAD-CLIENTES
           END-IF.

       READ-NEXT-CLIENTE.
           IF WS-PRIOR-LAYOUT
               READ PRIOR-CLIENTES-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           ELSE
               READ ARCHIVO-CLIENTES NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           END-IF.

      * An original-length record unloads with CLIENTE-PADRE and
      * CLIENTE-REF-BANCO blank - no parent, no bank reference
       UNLOAD-CLIENTE.
           MOVE SPACES TO UNLOAD-RECORD.
           IF WS-PRIOR-LAYOUT
               MOVE PRIOR-CLIENTES-RECORD TO UNLOAD-RECORD
           ELSE
               MOVE REGISTRO-CLIENTE TO UNLOAD-RECORD
           END-IF.
           WRITE UNLOAD-RECORD.
           ADD 1 TO WS-UNLOAD-COUNT.
           PERFORM READ-NEXT-CLIENTE.
           OPEN OUTPUT ARCHIVO-CLIENTES.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR RECREATING clientes.idx: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-CLIENTES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-UNLOAD
               PERFORM RELOAD-ONE-CLIENTE UNTIL FS-UNLOAD-EOF
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RELOAD ERROR FOR " CLAVE-CLIENTE ": "
                      FS-MASTER
                   MOVE "FILE-REBUILD" TO ERP-PROGRAM
                   MOVE "RELOAD-ONE-CLIENTE" TO ERP-PARAGRAPH
                   MOVE "clientes.idx" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-MASTER TO ERP-STATUS
                   MOVE CLAVE-CLIENTE TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-RELOAD-COUNT
           END-WRITE.
           OPEN INPUT SUPPLIERS-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR OPENING SUPPLIERS.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "REBUILD-SUPPLIERS" TO ERP-PARAGRAPH
               MOVE "SUPPLIERS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM READ-NEXT-SUPPLIER
           OPEN OUTPUT SUPPLIERS-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR RECREATING SUPPLIERS.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-SUPPLIERS" TO ERP-PARAGRAPH
               MOVE "SUPPLIERS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-UNLOAD
               PERFORM RELOAD-ONE-SUPPLIER UNTIL FS-UNLOAD-EOF
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RELOAD ERROR FOR " SUPP-CODE ": "
                      FS-MASTER
                   MOVE "FILE-REBUILD" TO ERP-PROGRAM
                   MOVE "RELOAD-ONE-SUPPLIER" TO ERP-PARAGRAPH
                   MOVE "SUPPLIERS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-MASTER TO ERP-STATUS
                   MOVE SUPP-CODE TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-RELOAD-COUNT
           END-WRITE.
           OPEN INPUT PRODUCTOS-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR OPENING PRODUCTOS.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "REBUILD-PRODUCTOS" TO ERP-PARAGRAPH
               MOVE "PRODUCTOS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM READ-NEXT-PRODUCTO
           OPEN OUTPUT PRODUCTOS-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR RECREATING PRODUCTOS.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-PRODUCTOS" TO ERP-PARAGRAPH
               MOVE "PRODUCTOS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-UNLOAD
               PERFORM RELOAD-ONE-PRODUCTO UNTIL FS-UNLOAD-EOF
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RELOAD ERROR FOR " PROD-CODIGO ": "
                      FS-MASTER
                   MOVE "FILE-REBUILD" TO ERP-PROGRAM
                   MOVE "RELOAD-ONE-PRODUCTO" TO ERP-PARAGRAPH
                   MOVE "PRODUCTOS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-MASTER TO ERP-STATUS
                   MOVE PROD-CODIGO TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-RELOAD-COUNT
           END-WRITE.
           PERFORM READ-NEXT-UNLOAD.

       REBUILD-VENTAS.
           MOVE "SELLS.UNL" TO WS-UNLOAD-NAME.
           MOVE ZERO TO WS-UNLOAD-COUNT WS-RELOAD-COUNT
              WS-ERROR-COUNT.
           MOVE "N" TO WS-PRIOR-LAYOUT-FLAG.
           OPEN INPUT VENTAS-FILE.
           IF FS-MASTER-KEYS-DIFFER
               MOVE "S" TO WS-PRIOR-LAYOUT-FLAG
               OPEN INPUT SHORT-VENTAS-FILE
               IF FS-MASTER-OK
                   DISPLAY "SELLS.DAT HAS NO PRICE SOURCE YET - "
                      "IT WILL BE ADDED ON RELOAD"
               END-IF
           END-IF.
           IF FS-MASTER-KEYS-DIFFER
               MOVE "Y" TO WS-PRIOR-LAYOUT-FLAG
               OPEN INPUT PRIOR-VENTAS-FILE
               IF FS-MASTER-OK
                   DISPLAY "SELLS.DAT HAS NO VENTA-CODIGO KEY YET - "
                      "IT WILL BE BUILT ON RELOAD"
               END-IF
           END-IF.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "REBUILD-VENTAS" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM READ-NEXT-VENTA
               PERFORM UNLOAD-VENTA UNTIL FS-MASTER-EOF
               CLOSE UNLOAD-FILE
               EVALUATE TRUE
                   WHEN WS-PRIOR-LAYOUT
                       CLOSE PRIOR-VENTAS-FILE
                   WHEN WS-SHORT-LAYOUT
                       CLOSE SHORT-VENTAS-FILE
                   WHEN OTHER
                       CLOSE VENTAS-FILE
               END-EVALUATE
               DISPLAY "UNLOADED " WS-UNLOAD-COUNT
                  " RECORD(S) TO " WS-UNLOAD-NAME
               PERFORM RELOAD-VENTAS
           END-IF.

       READ-NEXT-VENTA.
           EVALUATE TRUE
               WHEN WS-PRIOR-LAYOUT
                   READ PRIOR-VENTAS-FILE NEXT RECORD
                       AT END
                           SET FS-MASTER-EOF TO TRUE
                   END-READ
               WHEN WS-SHORT-LAYOUT
                   READ SHORT-VENTAS-FILE NEXT RECORD
                       AT END
                           SET FS-MASTER-EOF TO TRUE
                   END-READ
               WHEN OTHER
                   READ VENTAS-FILE NEXT RECORD
                       AT END
                           SET FS-MASTER-EOF TO TRUE
                   END-READ
           END-EVALUATE.

       UNLOAD-VENTA.
           MOVE SPACES TO UNLOAD-RECORD.
           EVALUATE TRUE
               WHEN WS-PRIOR-LAYOUT
                   MOVE PRIOR-VENTAS-RECORD TO UNLOAD-RECORD
               WHEN WS-SHORT-LAYOUT
                   MOVE SHORT-VENTAS-RECORD TO UNLOAD-RECORD
               WHEN OTHER
                   MOVE VENTAS-RECORD TO UNLOAD-RECORD
           END-EVALUATE.
           WRITE UNLOAD-RECORD.
           ADD 1 TO WS-UNLOAD-COUNT.
           PERFORM READ-NEXT-VENTA.

       RELOAD-VENTAS.
           OPEN INPUT UNLOAD-FILE.
           OPEN OUTPUT VENTAS-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR RECREATING SELLS.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-VENTAS" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-UNLOAD
               PERFORM RELOAD-ONE-VENTA UNTIL FS-UNLOAD-EOF
               CLOSE VENTAS-FILE
               PERFORM VALIDATE-COUNTS
           END-IF.
           CLOSE UNLOAD-FILE.

       RELOAD-ONE-VENTA.
           MOVE UNLOAD-RECORD TO VENTAS-RECORD.
           IF VENTA-LIST-PRICE NOT NUMERIC
               MOVE SPACE TO VENTA-PRICE-SOURCE
               MOVE ZERO TO VENTA-LIST-PRICE
           END-IF.
           WRITE VENTAS-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RELOAD ERROR FOR SALE " VENTA-NUMERO ": "
                      FS-MASTER
                   MOVE "FILE-REBUILD" TO ERP-PROGRAM
                   MOVE "RELOAD-ONE-VENTA" TO ERP-PARAGRAPH
                   MOVE "SELLS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-MASTER TO ERP-STATUS
                   MOVE VENTA-NUMERO TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-RELOAD-COUNT
           END-WRITE.
           PERFORM READ-NEXT-UNLOAD.

       CONVERT-OVRSHORT.
           DISPLAY "CONVERT OVRSHORT.DAT TO CARRY A CURRENCY CODE? "
              "RUN THIS ONCE ONLY (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "OVRSHORT.DAT NOT CONVERTED"
           ELSE
               PERFORM UNLOAD-PRIOR-OVRSHORT
           END-IF.

       UNLOAD-PRIOR-OVRSHORT.
           MOVE "OVRSHORT.UNL" TO WS-UNLOAD-NAME.
           MOVE ZERO TO WS-UNLOAD-COUNT WS-RELOAD-COUNT
              WS-ERROR-COUNT.
           MOVE "N" TO WS-LAYOUT-ERROR-FLAG.
           OPEN INPUT PRIOR-OVRSHORT-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR OPENING OVRSHORT.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "UNLOAD-PRIOR-OVRSHORT" TO ERP-PARAGRAPH
               MOVE "OVRSHORT.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM READ-NEXT-PRIOR-OVRSHORT
               PERFORM UNLOAD-OVRSHORT
                  UNTIL FS-MASTER-EOF OR WS-LAYOUT-ERROR
               CLOSE UNLOAD-FILE
               CLOSE PRIOR-OVRSHORT-FILE
               IF WS-LAYOUT-ERROR
                   DISPLAY "OVRSHORT.DAT IS NOT IN THE OLD LAYOUT - "
                      "RECORD " WS-UNLOAD-COUNT " - NOT CONVERTED"
               ELSE
                   DISPLAY "UNLOADED " WS-UNLOAD-COUNT
                      " RECORD(S) TO " WS-UNLOAD-NAME
                   PERFORM RELOAD-OVRSHORT
               END-IF
           END-IF.

       READ-NEXT-PRIOR-OVRSHORT.
           READ PRIOR-OVRSHORT-FILE
               AT END
                   SET FS-MASTER-EOF TO TRUE
           END-READ.

      * A file already carrying the currency code reads out of step
      * through the old layout, so its date and operator go bad
       UNLOAD-OVRSHORT.
           IF PRIOR-OS-DATE NOT NUMERIC
              OR PRIOR-OS-OPERATOR NOT NUMERIC
               MOVE "Y" TO WS-LAYOUT-ERROR-FLAG
           ELSE
               MOVE SPACES TO UNLOAD-RECORD
               MOVE PRIOR-OVRSHORT-RECORD TO UNLOAD-RECORD
               WRITE UNLOAD-RECORD
               ADD 1 TO WS-UNLOAD-COUNT
               PERFORM READ-NEXT-PRIOR-OVRSHORT
           END-IF.

       RELOAD-OVRSHORT.
           OPEN INPUT UNLOAD-FILE.
           OPEN OUTPUT OVRSHORT-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR RECREATING OVRSHORT.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-OVRSHORT" TO ERP-PARAGRAPH
               MOVE "OVRSHORT.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-UNLOAD
               PERFORM RELOAD-ONE-OVRSHORT UNTIL FS-UNLOAD-EOF
               CLOSE OVRSHORT-FILE
               PERFORM VALIDATE-COUNTS
           END-IF.
           CLOSE UNLOAD-FILE.

      * Blank currency is the local-currency drawer
       RELOAD-ONE-OVRSHORT.
           MOVE UNLOAD-RECORD TO OVRSHORT-RECORD.
           MOVE SPACES TO OS-CURRENCY.
           WRITE OVRSHORT-RECORD.
           IF FS-MASTER-OK
               ADD 1 TO WS-RELOAD-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "RELOAD ERROR FOR OVER/SHORT " OS-DATE " "
                  OS-OPERATOR ": " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-ONE-OVRSHORT" TO ERP-PARAGRAPH
               MOVE "OVRSHORT.DAT" TO ERP-FILE
               MOVE "WRITE" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE OS-DATE TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           PERFORM READ-NEXT-UNLOAD.

       CONVERT-JOBHIST.
           DISPLAY "CONVERT JOBHIST.DAT TO CARRY A JOB STREAM? "
              "RUN THIS ONCE ONLY (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "JOBHIST.DAT NOT CONVERTED"
           ELSE
               PERFORM UNLOAD-PRIOR-JOBHIST
           END-IF.

       UNLOAD-PRIOR-JOBHIST.
           MOVE "JOBHIST.UNL" TO WS-UNLOAD-NAME.
           MOVE ZERO TO WS-UNLOAD-COUNT WS-RELOAD-COUNT
              WS-ERROR-COUNT.
           MOVE "N" TO WS-LAYOUT-ERROR-FLAG.
           OPEN INPUT PRIOR-JOBHIST-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR OPENING JOBHIST.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "UNLOAD-PRIOR-JOBHIST" TO ERP-PARAGRAPH
               MOVE "JOBHIST.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM READ-NEXT-PRIOR-JOBHIST
               PERFORM UNLOAD-JOBHIST
                  UNTIL FS-MASTER-EOF OR WS-LAYOUT-ERROR
               CLOSE UNLOAD-FILE
               CLOSE PRIOR-JOBHIST-FILE
               IF WS-LAYOUT-ERROR
                   DISPLAY "JOBHIST.DAT IS NOT IN THE OLD LAYOUT - "
                      "RECORD " WS-UNLOAD-COUNT " - NOT CONVERTED"
               ELSE
                   DISPLAY "UNLOADED " WS-UNLOAD-COUNT
                      " RECORD(S) TO " WS-UNLOAD-NAME
                   PERFORM RELOAD-JOBHIST
               END-IF
           END-IF.

       READ-NEXT-PRIOR-JOBHIST.
           READ PRIOR-JOBHIST-FILE
               AT END
                   SET FS-MASTER-EOF TO TRUE
           END-READ.

      * A file already carrying the job stream reads out of step
      * through the old layout, so its run date goes bad
       UNLOAD-JOBHIST.
           IF PRIOR-JOB-RUN-DATE NOT NUMERIC
              OR PRIOR-JOB-STEP-NUMBER NOT NUMERIC
               MOVE "Y" TO WS-LAYOUT-ERROR-FLAG
           ELSE
               MOVE SPACES TO UNLOAD-RECORD
               MOVE PRIOR-JOBHIST-RECORD TO UNLOAD-RECORD
               WRITE UNLOAD-RECORD
               ADD 1 TO WS-UNLOAD-COUNT
               PERFORM READ-NEXT-PRIOR-JOBHIST
           END-IF.

       RELOAD-JOBHIST.
           OPEN INPUT UNLOAD-FILE.
           OPEN OUTPUT JOBHIST-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR RECREATING JOBHIST.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-JOBHIST" TO ERP-PARAGRAPH
               MOVE "JOBHIST.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-UNLOAD
               PERFORM RELOAD-ONE-JOBHIST UNTIL FS-UNLOAD-EOF
               CLOSE JOBHIST-FILE
               PERFORM VALIDATE-COUNTS
           END-IF.
           CLOSE UNLOAD-FILE.

      * Every step run before there were streams ran in the daily
      * stream
       RELOAD-ONE-JOBHIST.
           MOVE UNLOAD-RECORD TO JOBHIST-RECORD.
           MOVE "D" TO JOB-STREAM.
           WRITE JOBHIST-RECORD.
           IF FS-MASTER-OK
               ADD 1 TO WS-RELOAD-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "RELOAD ERROR FOR JOB STEP " JOB-RUN-DATE " "
                  JOB-STEP-NUMBER ": " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-ONE-JOBHIST" TO ERP-PARAGRAPH
               MOVE "JOBHIST.DAT" TO ERP-FILE
               MOVE "WRITE" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE JOB-RUN-DATE TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           PERFORM READ-NEXT-UNLOAD.

       CONVERT-MOVES.
           DISPLAY "CONVERT STOCKMOVES.DAT TO CARRY A BRANCH? "
              "RUN THIS ONCE ONLY (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "STOCKMOVES.DAT NOT CONVERTED"
           ELSE
               PERFORM UNLOAD-PRIOR-MOVES
           END-IF.

       UNLOAD-PRIOR-MOVES.
           MOVE "STOCKMOVES.UNL" TO WS-UNLOAD-NAME.
           MOVE ZERO TO WS-UNLOAD-COUNT WS-RELOAD-COUNT
              WS-ERROR-COUNT.
           MOVE "N" TO WS-LAYOUT-ERROR-FLAG.
           OPEN INPUT PRIOR-MOVES-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR OPENING STOCKMOVES.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "UNLOAD-PRIOR-MOVES" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM READ-NEXT-PRIOR-MOVES
               PERFORM UNLOAD-MOVES
                  UNTIL FS-MASTER-EOF OR WS-LAYOUT-ERROR
               CLOSE UNLOAD-FILE
               CLOSE PRIOR-MOVES-FILE
               IF WS-LAYOUT-ERROR
                   DISPLAY "STOCKMOVES.DAT IS NOT IN THE OLD LAYOUT - "
                      "RECORD " WS-UNLOAD-COUNT " - NOT CONVERTED"
               ELSE
                   DISPLAY "UNLOADED " WS-UNLOAD-COUNT
                      " RECORD(S) TO " WS-UNLOAD-NAME
                   PERFORM RELOAD-MOVES
               END-IF
           END-IF.

       READ-NEXT-PRIOR-MOVES.
           READ PRIOR-MOVES-FILE
               AT END
                   SET FS-MASTER-EOF TO TRUE
           END-READ.

      * A file already carrying the branch reads out of step
      * through the old layout, so the movement type lands in the
      * quantity and the quantity in the balance
       UNLOAD-MOVES.
           IF PRIOR-MOV-DATE NOT NUMERIC
              OR PRIOR-MOV-QUANTITY NOT NUMERIC
              OR PRIOR-MOV-BALANCE NOT NUMERIC
               MOVE "Y" TO WS-LAYOUT-ERROR-FLAG
           ELSE
               MOVE SPACES TO UNLOAD-RECORD
               MOVE PRIOR-MOVES-RECORD TO UNLOAD-RECORD
               WRITE UNLOAD-RECORD
               ADD 1 TO WS-UNLOAD-COUNT
               PERFORM READ-NEXT-PRIOR-MOVES
           END-IF.

       RELOAD-MOVES.
           OPEN INPUT UNLOAD-FILE.
           OPEN OUTPUT MOVES-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR RECREATING STOCKMOVES.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-MOVES" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-UNLOAD
               PERFORM RELOAD-ONE-MOVES UNTIL FS-UNLOAD-EOF
               CLOSE MOVES-FILE
               PERFORM VALIDATE-COUNTS
           END-IF.
           CLOSE UNLOAD-FILE.

      * Blank branch is head office - where every movement
      * before branches was made
       RELOAD-ONE-MOVES.
           MOVE UNLOAD-RECORD TO MOVES-RECORD.
           MOVE SPACES TO MOV-BRANCH.
           WRITE MOVES-RECORD.
           IF FS-MASTER-OK
               ADD 1 TO WS-RELOAD-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "RELOAD ERROR FOR MOVEMENT " MOV-DATE " "
                  MOV-PROD-CODE ": " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-ONE-MOVES" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "WRITE" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE MOV-PROD-CODE TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           PERFORM READ-NEXT-UNLOAD.

       REBUILD-TICKETS.
           MOVE "TICKETS.UNL" TO WS-UNLOAD-NAME.
           MOVE ZERO TO WS-UNLOAD-COUNT WS-RELOAD-COUNT
              WS-ERROR-COUNT.
           MOVE "N" TO WS-PRIOR-LAYOUT-FLAG.
           OPEN INPUT TICKETS-FILE.
           IF FS-MASTER-KEYS-DIFFER
               MOVE "S" TO WS-PRIOR-LAYOUT-FLAG
               OPEN INPUT SHORT-TICKETS-FILE
               IF FS-MASTER-OK
                   DISPLAY "TICKETS.DAT HAS NO BRANCH YET - "
                      "IT WILL BE ADDED ON RELOAD"
               END-IF
           END-IF.
           IF FS-MASTER-KEYS-DIFFER
               MOVE "Y" TO WS-PRIOR-LAYOUT-FLAG
               OPEN INPUT PRIOR-TICKETS-FILE
               IF FS-MASTER-OK
                   DISPLAY "TICKETS.DAT IS AT ITS ORIGINAL LENGTH - "
                      "IT WILL BE WIDENED ON RELOAD"
               END-IF
           END-IF.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR OPENING TICKETS.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "REBUILD-TICKETS" TO ERP-PARAGRAPH
               MOVE "TICKETS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM READ-NEXT-TICKET
               PERFORM UNLOAD-TICKET UNTIL FS-MASTER-EOF
               CLOSE UNLOAD-FILE
               EVALUATE TRUE
                   WHEN WS-PRIOR-LAYOUT
                       CLOSE PRIOR-TICKETS-FILE
                   WHEN WS-SHORT-LAYOUT
                       CLOSE SHORT-TICKETS-FILE
                   WHEN OTHER
                       CLOSE TICKETS-FILE
               END-EVALUATE
               DISPLAY "UNLOADED " WS-UNLOAD-COUNT
                  " RECORD(S) TO " WS-UNLOAD-NAME
               PERFORM RELOAD-TICKETS
           END-IF.

       READ-NEXT-TICKET.
           EVALUATE TRUE
               WHEN WS-PRIOR-LAYOUT
                   READ PRIOR-TICKETS-FILE NEXT RECORD
                       AT END
                           SET FS-MASTER-EOF TO TRUE
                   END-READ
               WHEN WS-SHORT-LAYOUT
                   READ SHORT-TICKETS-FILE NEXT RECORD
                       AT END
                           SET FS-MASTER-EOF TO TRUE
                   END-READ
               WHEN OTHER
                   READ TICKETS-FILE NEXT RECORD
                       AT END
                           SET FS-MASTER-EOF TO TRUE
                   END-READ
           END-EVALUATE.

       UNLOAD-TICKET.
           MOVE SPACES TO UNLOAD-RECORD.
           EVALUATE TRUE
               WHEN WS-PRIOR-LAYOUT
                   MOVE PRIOR-TICKET-RECORD TO UNLOAD-RECORD
               WHEN WS-SHORT-LAYOUT
                   MOVE SHORT-TICKET-RECORD TO UNLOAD-RECORD
               WHEN OTHER
                   MOVE TICKET-RECORD TO UNLOAD-RECORD
           END-EVALUATE.
           WRITE UNLOAD-RECORD.
           ADD 1 TO WS-UNLOAD-COUNT.
           PERFORM READ-NEXT-TICKET.

       RELOAD-TICKETS.
           OPEN INPUT UNLOAD-FILE.
           OPEN OUTPUT TICKETS-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR RECREATING TICKETS.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-TICKETS" TO ERP-PARAGRAPH
               MOVE "TICKETS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-UNLOAD
               PERFORM RELOAD-ONE-TICKET UNTIL FS-UNLOAD-EOF
               CLOSE TICKETS-FILE
               PERFORM VALIDATE-COUNTS
           END-IF.
           CLOSE UNLOAD-FILE.

      * Tickets from before ship-to addresses went to the bill-to
      * address; a blank branch is head office
       RELOAD-ONE-TICKET.
           MOVE UNLOAD-RECORD TO TICKET-RECORD.
           IF TICKET-SHIP-TO NOT NUMERIC
               MOVE ZERO TO TICKET-SHIP-TO
           END-IF.
           WRITE TICKET-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RELOAD ERROR FOR TICKET " TICKET-NUMBER ": "
                      FS-MASTER
                   MOVE "FILE-REBUILD" TO ERP-PROGRAM
                   MOVE "RELOAD-ONE-TICKET" TO ERP-PARAGRAPH
                   MOVE "TICKETS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-MASTER TO ERP-STATUS
                   MOVE TICKET-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-RELOAD-COUNT
           END-WRITE.
           PERFORM READ-NEXT-UNLOAD.

       REBUILD-ARPAY.
           MOVE "ARPAY.UNL" TO WS-UNLOAD-NAME.
           MOVE ZERO TO WS-UNLOAD-COUNT WS-RELOAD-COUNT
              WS-ERROR-COUNT.
           MOVE "N" TO WS-PRIOR-LAYOUT-FLAG.
           OPEN INPUT ARPAY-FILE.
           IF FS-MASTER-KEYS-DIFFER
               MOVE "Y" TO WS-PRIOR-LAYOUT-FLAG
               OPEN INPUT PRIOR-ARPAY-FILE
               IF FS-MASTER-OK
                   DISPLAY "ARPAY.DAT IS AT ITS ORIGINAL LENGTH - "
                      "IT WILL BE WIDENED ON RELOAD"
               END-IF
           END-IF.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR OPENING ARPAY.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "REBUILD-ARPAY" TO ERP-PARAGRAPH
               MOVE "ARPAY.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM READ-NEXT-PAYMENT
               PERFORM UNLOAD-PAYMENT UNTIL FS-MASTER-EOF
               CLOSE UNLOAD-FILE
               IF WS-PRIOR-LAYOUT
                   CLOSE PRIOR-ARPAY-FILE
               ELSE
                   CLOSE ARPAY-FILE
               END-IF
               DISPLAY "UNLOADED " WS-UNLOAD-COUNT
                  " RECORD(S) TO " WS-UNLOAD-NAME
               PERFORM RELOAD-ARPAY
           END-IF.

       READ-NEXT-PAYMENT.
           IF WS-PRIOR-LAYOUT
               READ PRIOR-ARPAY-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           ELSE
               READ ARPAY-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           END-IF.

       UNLOAD-PAYMENT.
           MOVE SPACES TO UNLOAD-RECORD.
           IF WS-PRIOR-LAYOUT
               MOVE PRIOR-ARPAY-RECORD TO UNLOAD-RECORD
           ELSE
               MOVE ARPAY-RECORD TO UNLOAD-RECORD
           END-IF.
           WRITE UNLOAD-RECORD.
           ADD 1 TO WS-UNLOAD-COUNT.
           PERFORM READ-NEXT-PAYMENT.

       RELOAD-ARPAY.
           OPEN INPUT UNLOAD-FILE.
           OPEN OUTPUT ARPAY-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR RECREATING ARPAY.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-ARPAY" TO ERP-PARAGRAPH
               MOVE "ARPAY.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-UNLOAD
               PERFORM RELOAD-ONE-PAYMENT UNTIL FS-UNLOAD-EOF
               CLOSE ARPAY-FILE
               PERFORM VALIDATE-COUNTS
           END-IF.
           CLOSE UNLOAD-FILE.

      * Payments from before returned items were tracked are all
      * good payments
       RELOAD-ONE-PAYMENT.
           MOVE UNLOAD-RECORD TO ARPAY-RECORD.
           IF PAY-RETURNED-FECHA NOT NUMERIC
               MOVE SPACE TO PAY-STATUS
               MOVE ZERO TO PAY-RETURNED-FECHA
           END-IF.
           WRITE ARPAY-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RELOAD ERROR FOR PAYMENT " PAY-NUMBER ": "
                      FS-MASTER
                   MOVE "FILE-REBUILD" TO ERP-PROGRAM
                   MOVE "RELOAD-ONE-PAYMENT" TO ERP-PARAGRAPH
                   MOVE "ARPAY.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-MASTER TO ERP-STATUS
                   MOVE PAY-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-RELOAD-COUNT
           END-WRITE.
           PERFORM READ-NEXT-UNLOAD.

       REBUILD-PURCHORD.
           MOVE "PURCHORD.UNL" TO WS-UNLOAD-NAME.
           MOVE ZERO TO WS-UNLOAD-COUNT WS-RELOAD-COUNT
              WS-ERROR-COUNT.
           MOVE "N" TO WS-PRIOR-LAYOUT-FLAG.
           OPEN INPUT PURCHORD-FILE.
           IF FS-MASTER-KEYS-DIFFER
               MOVE "Y" TO WS-PRIOR-LAYOUT-FLAG
               OPEN INPUT PRIOR-PURCHORD-FILE
               IF FS-MASTER-OK
                   DISPLAY "PURCHORD.DAT IS AT ITS ORIGINAL LENGTH - "
                      "IT WILL BE WIDENED ON RELOAD"
               END-IF
           END-IF.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR OPENING PURCHORD.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "REBUILD-PURCHORD" TO ERP-PARAGRAPH
               MOVE "PURCHORD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM READ-NEXT-PURCHORD-LINE
               PERFORM UNLOAD-PURCHORD-LINE UNTIL FS-MASTER-EOF
               CLOSE UNLOAD-FILE
               IF WS-PRIOR-LAYOUT
                   CLOSE PRIOR-PURCHORD-FILE
               ELSE
                   CLOSE PURCHORD-FILE
               END-IF
               DISPLAY "UNLOADED " WS-UNLOAD-COUNT
                  " RECORD(S) TO " WS-UNLOAD-NAME
               PERFORM RELOAD-PURCHORD
           END-IF.

       READ-NEXT-PURCHORD-LINE.
           IF WS-PRIOR-LAYOUT
               READ PRIOR-PURCHORD-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           ELSE
               READ PURCHORD-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           END-IF.

       UNLOAD-PURCHORD-LINE.
           MOVE SPACES TO UNLOAD-RECORD.
           IF WS-PRIOR-LAYOUT
               MOVE PRIOR-PURCHORD-RECORD TO UNLOAD-RECORD
           ELSE
               MOVE PURCHORD-RECORD TO UNLOAD-RECORD
           END-IF.
           WRITE UNLOAD-RECORD.
           ADD 1 TO WS-UNLOAD-COUNT.
           PERFORM READ-NEXT-PURCHORD-LINE.

       RELOAD-PURCHORD.
           OPEN INPUT UNLOAD-FILE.
           OPEN OUTPUT PURCHORD-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR RECREATING PURCHORD.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-PURCHORD" TO ERP-PARAGRAPH
               MOVE "PURCHORD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-UNLOAD
               PERFORM RELOAD-ONE-PURCHORD-LINE UNTIL FS-UNLOAD-EOF
               CLOSE PURCHORD-FILE
               PERFORM VALIDATE-COUNTS
           END-IF.
           CLOSE UNLOAD-FILE.

      * A zero unit cost makes RECEIVING cost the line at the
      * product's current cost
       RELOAD-ONE-PURCHORD-LINE.
           MOVE UNLOAD-RECORD TO PURCHORD-RECORD.
           IF PO-UNIT-COST NOT NUMERIC
               MOVE ZERO TO PO-UNIT-COST
           END-IF.
           WRITE PURCHORD-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RELOAD ERROR FOR PO " PO-NUMBER "/" PO-LINE
                      ": " FS-MASTER
                   MOVE "FILE-REBUILD" TO ERP-PROGRAM
                   MOVE "RELOAD-ONE-PURCHORD-LINE" TO ERP-PARAGRAPH
                   MOVE "PURCHORD.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-MASTER TO ERP-STATUS
                   MOVE PO-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-RELOAD-COUNT
           END-WRITE.
           PERFORM READ-NEXT-UNLOAD.

       REBUILD-PROMO.
           MOVE "PROMO.UNL" TO WS-UNLOAD-NAME.
           MOVE ZERO TO WS-UNLOAD-COUNT WS-RELOAD-COUNT
              WS-ERROR-COUNT.
           MOVE "N" TO WS-PRIOR-LAYOUT-FLAG.
           OPEN INPUT PROMO-FILE.
           IF FS-MASTER-KEYS-DIFFER
               MOVE "Y" TO WS-PRIOR-LAYOUT-FLAG
               OPEN INPUT PRIOR-PROMO-FILE
               IF FS-MASTER-OK
                   DISPLAY "PROMO.DAT IS AT ITS ORIGINAL LENGTH - "
                      "IT WILL BE WIDENED ON RELOAD"
               END-IF
           END-IF.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR OPENING PROMO.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "REBUILD-PROMO" TO ERP-PARAGRAPH
               MOVE "PROMO.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM READ-NEXT-PROMO
               PERFORM UNLOAD-PROMO UNTIL FS-MASTER-EOF
               CLOSE UNLOAD-FILE
               IF WS-PRIOR-LAYOUT
                   CLOSE PRIOR-PROMO-FILE
               ELSE
                   CLOSE PROMO-FILE
               END-IF
               DISPLAY "UNLOADED " WS-UNLOAD-COUNT
                  " RECORD(S) TO " WS-UNLOAD-NAME
               PERFORM RELOAD-PROMO
           END-IF.

       READ-NEXT-PROMO.
           IF WS-PRIOR-LAYOUT
               READ PRIOR-PROMO-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           ELSE
               READ PROMO-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           END-IF.

       UNLOAD-PROMO.
           MOVE SPACES TO UNLOAD-RECORD.
           IF WS-PRIOR-LAYOUT
               MOVE PRIOR-PROMO-RECORD TO UNLOAD-RECORD
           ELSE
               MOVE PROMO-RECORD TO UNLOAD-RECORD
           END-IF.
           WRITE UNLOAD-RECORD.
           ADD 1 TO WS-UNLOAD-COUNT.
           PERFORM READ-NEXT-PROMO.

       RELOAD-PROMO.
           OPEN INPUT UNLOAD-FILE.
           OPEN OUTPUT PROMO-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR RECREATING PROMO.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-PROMO" TO ERP-PARAGRAPH
               MOVE "PROMO.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-UNLOAD
               PERFORM RELOAD-ONE-PROMO UNTIL FS-UNLOAD-EOF
               CLOSE PROMO-FILE
               PERFORM VALIDATE-COUNTS
           END-IF.
           CLOSE UNLOAD-FILE.

      * Promotions from before billbacks carry no vendor funding
      * and have nothing to claim
       RELOAD-ONE-PROMO.
           MOVE UNLOAD-RECORD TO PROMO-RECORD.
           IF PROMO-FUNDING-PER-UNIT NOT NUMERIC
               MOVE ZERO TO PROMO-FUNDING-PER-UNIT
           END-IF.
           IF PROMO-CLAIM-DATE NOT NUMERIC
               MOVE ZERO TO PROMO-CLAIM-DATE
           END-IF.
           WRITE PROMO-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RELOAD ERROR FOR " PROMO-PROD-CODE ": "
                      FS-MASTER
                   MOVE "FILE-REBUILD" TO ERP-PROGRAM
                   MOVE "RELOAD-ONE-PROMO" TO ERP-PARAGRAPH
                   MOVE "PROMO.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-MASTER TO ERP-STATUS
                   MOVE PROMO-PROD-CODE TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-RELOAD-COUNT
           END-WRITE.
           PERFORM READ-NEXT-UNLOAD.

       REBUILD-DUNNING.
           MOVE "DUNNING.UNL" TO WS-UNLOAD-NAME.
           MOVE ZERO TO WS-UNLOAD-COUNT WS-RELOAD-COUNT
              WS-ERROR-COUNT.
           MOVE "N" TO WS-PRIOR-LAYOUT-FLAG.
           OPEN INPUT DUNNING-FILE.
           IF FS-MASTER-KEYS-DIFFER
               MOVE "Y" TO WS-PRIOR-LAYOUT-FLAG
               OPEN INPUT PRIOR-DUNNING-FILE
               IF FS-MASTER-OK
                   DISPLAY "DUNNING.DAT IS AT ITS ORIGINAL LENGTH - "
                      "IT WILL BE WIDENED ON RELOAD"
               END-IF
           END-IF.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR OPENING DUNNING.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "REBUILD-DUNNING" TO ERP-PARAGRAPH
               MOVE "DUNNING.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM READ-NEXT-DUNNING
               PERFORM UNLOAD-DUNNING UNTIL FS-MASTER-EOF
               CLOSE UNLOAD-FILE
               IF WS-PRIOR-LAYOUT
                   CLOSE PRIOR-DUNNING-FILE
               ELSE
                   CLOSE DUNNING-FILE
               END-IF
               DISPLAY "UNLOADED " WS-UNLOAD-COUNT
                  " RECORD(S) TO " WS-UNLOAD-NAME
               PERFORM RELOAD-DUNNING
           END-IF.

       READ-NEXT-DUNNING.
           IF WS-PRIOR-LAYOUT
               READ PRIOR-DUNNING-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           ELSE
               READ DUNNING-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           END-IF.

       UNLOAD-DUNNING.
           MOVE SPACES TO UNLOAD-RECORD.
           IF WS-PRIOR-LAYOUT
               MOVE PRIOR-DUNNING-RECORD TO UNLOAD-RECORD
           ELSE
               MOVE DUNNING-RECORD TO UNLOAD-RECORD
           END-IF.
           WRITE UNLOAD-RECORD.
           ADD 1 TO WS-UNLOAD-COUNT.
           PERFORM READ-NEXT-DUNNING.

       RELOAD-DUNNING.
           OPEN INPUT UNLOAD-FILE.
           OPEN OUTPUT DUNNING-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR RECREATING DUNNING.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-DUNNING" TO ERP-PARAGRAPH
               MOVE "DUNNING.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-UNLOAD
               PERFORM RELOAD-ONE-DUNNING UNTIL FS-UNLOAD-EOF
               CLOSE DUNNING-FILE
               PERFORM VALIDATE-COUNTS
           END-IF.
           CLOSE UNLOAD-FILE.

      * Letters sent before they were counted are not known, so
      * the count starts again from zero
       RELOAD-ONE-DUNNING.
           MOVE UNLOAD-RECORD TO DUNNING-RECORD.
           IF DUN-LETTER-COUNT NOT NUMERIC
               MOVE ZERO TO DUN-LETTER-COUNT
           END-IF.
           WRITE DUNNING-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RELOAD ERROR FOR " DUN-CLAVE-CLIENTE ": "
                      FS-MASTER
                   MOVE "FILE-REBUILD" TO ERP-PROGRAM
                   MOVE "RELOAD-ONE-DUNNING" TO ERP-PARAGRAPH
                   MOVE "DUNNING.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-MASTER TO ERP-STATUS
                   MOVE DUN-CLAVE-CLIENTE TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-RELOAD-COUNT
           END-WRITE.
           PERFORM READ-NEXT-UNLOAD.

       REBUILD-PARKED.
           MOVE "PARKED.UNL" TO WS-UNLOAD-NAME.
           MOVE ZERO TO WS-UNLOAD-COUNT WS-RELOAD-COUNT
              WS-ERROR-COUNT.
           MOVE "N" TO WS-PRIOR-LAYOUT-FLAG.
           OPEN INPUT PARKED-FILE.
           IF FS-MASTER-KEYS-DIFFER
               MOVE "Y" TO WS-PRIOR-LAYOUT-FLAG
               OPEN INPUT PRIOR-PARKED-FILE
               IF FS-MASTER-OK
                   DISPLAY "PARKED.DAT IS AT ITS ORIGINAL LENGTH - "
                      "IT WILL BE WIDENED ON RELOAD"
               END-IF
           END-IF.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR OPENING PARKED.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "REBUILD-PARKED" TO ERP-PARAGRAPH
               MOVE "PARKED.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM READ-NEXT-PARKED-LINE
               PERFORM UNLOAD-PARKED-LINE UNTIL FS-MASTER-EOF
               CLOSE UNLOAD-FILE
               IF WS-PRIOR-LAYOUT
                   CLOSE PRIOR-PARKED-FILE
               ELSE
                   CLOSE PARKED-FILE
               END-IF
               DISPLAY "UNLOADED " WS-UNLOAD-COUNT
                  " RECORD(S) TO " WS-UNLOAD-NAME
               PERFORM RELOAD-PARKED
           END-IF.

       READ-NEXT-PARKED-LINE.
           IF WS-PRIOR-LAYOUT
               READ PRIOR-PARKED-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           ELSE
               READ PARKED-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           END-IF.

       UNLOAD-PARKED-LINE.
           MOVE SPACES TO UNLOAD-RECORD.
           IF WS-PRIOR-LAYOUT
               MOVE PRIOR-PARKED-RECORD TO UNLOAD-RECORD
           ELSE
               MOVE PARKED-RECORD TO UNLOAD-RECORD
           END-IF.
           WRITE UNLOAD-RECORD.
           ADD 1 TO WS-UNLOAD-COUNT.
           PERFORM READ-NEXT-PARKED-LINE.

       RELOAD-PARKED.
           OPEN INPUT UNLOAD-FILE.
           OPEN OUTPUT PARKED-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR RECREATING PARKED.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-PARKED" TO ERP-PARAGRAPH
               MOVE "PARKED.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-UNLOAD
               PERFORM RELOAD-ONE-PARKED-LINE UNTIL FS-UNLOAD-EOF
               CLOSE PARKED-FILE
               PERFORM VALIDATE-COUNTS
           END-IF.
           CLOSE UNLOAD-FILE.

      * Lines parked before the price source was kept come back
      * with no source and no list price, as on SELLS.DAT
       RELOAD-ONE-PARKED-LINE.
           MOVE UNLOAD-RECORD TO PARKED-RECORD.
           IF PARK-LIST-PRICE NOT NUMERIC
               MOVE SPACE TO PARK-PRICE-SOURCE
               MOVE ZERO TO PARK-LIST-PRICE
           END-IF.
           WRITE PARKED-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RELOAD ERROR FOR " PARK-CODE "/" PARK-LINE
                      ": " FS-MASTER
                   MOVE "FILE-REBUILD" TO ERP-PROGRAM
                   MOVE "RELOAD-ONE-PARKED-LINE" TO ERP-PARAGRAPH
                   MOVE "PARKED.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-MASTER TO ERP-STATUS
                   MOVE PARK-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-RELOAD-COUNT
           END-WRITE.
           PERFORM READ-NEXT-UNLOAD.

       REBUILD-HOLDSALE.
           MOVE "HOLDSALE.UNL" TO WS-UNLOAD-NAME.
           MOVE ZERO TO WS-UNLOAD-COUNT WS-RELOAD-COUNT
              WS-ERROR-COUNT.
           MOVE "N" TO WS-PRIOR-LAYOUT-FLAG.
           OPEN INPUT HOLDSALE-FILE.
           IF FS-MASTER-KEYS-DIFFER
               MOVE "S" TO WS-PRIOR-LAYOUT-FLAG
               OPEN INPUT SHORT-HOLDSALE-FILE
               IF FS-MASTER-OK
                   DISPLAY "HOLDSALE.DAT HAS NO SHIP-TO YET - "
                      "IT WILL BE ADDED ON RELOAD"
               END-IF
           END-IF.
           IF FS-MASTER-KEYS-DIFFER
               MOVE "Y" TO WS-PRIOR-LAYOUT-FLAG
               OPEN INPUT PRIOR-HOLDSALE-FILE
               IF FS-MASTER-OK
                   DISPLAY "HOLDSALE.DAT IS AT ITS ORIGINAL LENGTH - "
                      "IT WILL BE WIDENED ON RELOAD"
               END-IF
           END-IF.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR OPENING HOLDSALE.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "REBUILD-HOLDSALE" TO ERP-PARAGRAPH
               MOVE "HOLDSALE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM READ-NEXT-HELD-LINE
               PERFORM UNLOAD-HELD-LINE UNTIL FS-MASTER-EOF
               CLOSE UNLOAD-FILE
               EVALUATE TRUE
                   WHEN WS-PRIOR-LAYOUT
                       CLOSE PRIOR-HOLDSALE-FILE
                   WHEN WS-SHORT-LAYOUT
                       CLOSE SHORT-HOLDSALE-FILE
                   WHEN OTHER
                       CLOSE HOLDSALE-FILE
               END-EVALUATE
               DISPLAY "UNLOADED " WS-UNLOAD-COUNT
                  " RECORD(S) TO " WS-UNLOAD-NAME
               PERFORM RELOAD-HOLDSALE
           END-IF.

       READ-NEXT-HELD-LINE.
           EVALUATE TRUE
               WHEN WS-PRIOR-LAYOUT
                   READ PRIOR-HOLDSALE-FILE NEXT RECORD
                       AT END
                           SET FS-MASTER-EOF TO TRUE
                   END-READ
               WHEN WS-SHORT-LAYOUT
                   READ SHORT-HOLDSALE-FILE NEXT RECORD
                       AT END
                           SET FS-MASTER-EOF TO TRUE
                   END-READ
               WHEN OTHER
                   READ HOLDSALE-FILE NEXT RECORD
                       AT END
                           SET FS-MASTER-EOF TO TRUE
                   END-READ
           END-EVALUATE.

       UNLOAD-HELD-LINE.
           MOVE SPACES TO UNLOAD-RECORD.
           EVALUATE TRUE
               WHEN WS-PRIOR-LAYOUT
                   MOVE PRIOR-HOLDSALE-RECORD TO UNLOAD-RECORD
               WHEN WS-SHORT-LAYOUT
                   MOVE SHORT-HOLDSALE-RECORD TO UNLOAD-RECORD
               WHEN OTHER
                   MOVE HOLDSALE-RECORD TO UNLOAD-RECORD
           END-EVALUATE.
           WRITE UNLOAD-RECORD.
           ADD 1 TO WS-UNLOAD-COUNT.
           PERFORM READ-NEXT-HELD-LINE.

       RELOAD-HOLDSALE.
           OPEN INPUT UNLOAD-FILE.
           OPEN OUTPUT HOLDSALE-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR RECREATING HOLDSALE.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-HOLDSALE" TO ERP-PARAGRAPH
               MOVE "HOLDSALE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-UNLOAD
               PERFORM RELOAD-ONE-HELD-LINE UNTIL FS-UNLOAD-EOF
               CLOSE HOLDSALE-FILE
               PERFORM VALIDATE-COUNTS
           END-IF.
           CLOSE UNLOAD-FILE.

      * Held lines from before the price source was kept come
      * back with no source and no list price; lines from before
      * the ship-to was kept go to the bill-to address
       RELOAD-ONE-HELD-LINE.
           MOVE UNLOAD-RECORD TO HOLDSALE-RECORD.
           IF HS-LIST-PRICE NOT NUMERIC
               MOVE SPACE TO HS-PRICE-SOURCE
               MOVE ZERO TO HS-LIST-PRICE
           END-IF.
           IF HS-SHIP-TO NOT NUMERIC
               MOVE ZERO TO HS-SHIP-TO
           END-IF.
           WRITE HOLDSALE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RELOAD ERROR FOR HOLD " HS-HOLD-NUMBER "/"
                      HS-LINE ": " FS-MASTER
                   MOVE "FILE-REBUILD" TO ERP-PROGRAM
                   MOVE "RELOAD-ONE-HELD-LINE" TO ERP-PARAGRAPH
                   MOVE "HOLDSALE.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-MASTER TO ERP-STATUS
                   MOVE HS-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-RELOAD-COUNT
           END-WRITE.
           PERFORM READ-NEXT-UNLOAD.

       REBUILD-PERSUM.
           MOVE "PERSUM.UNL" TO WS-UNLOAD-NAME.
           MOVE ZERO TO WS-UNLOAD-COUNT WS-RELOAD-COUNT
              WS-ERROR-COUNT.
           MOVE "N" TO WS-PRIOR-LAYOUT-FLAG.
           OPEN INPUT PERSUM-FILE.
           IF FS-MASTER-KEYS-DIFFER
               MOVE "Y" TO WS-PRIOR-LAYOUT-FLAG
               OPEN INPUT PRIOR-PERSUM-FILE
               IF FS-MASTER-OK
                   DISPLAY "PERSUM.DAT HAS NO BRANCH KEY YET - "
                      "IT WILL BE BUILT ON RELOAD"
               END-IF
           END-IF.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR OPENING PERSUM.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "REBUILD-PERSUM" TO ERP-PARAGRAPH
               MOVE "PERSUM.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM READ-NEXT-PERSUM
               PERFORM UNLOAD-PERSUM UNTIL FS-MASTER-EOF
               CLOSE UNLOAD-FILE
               IF WS-PRIOR-LAYOUT
                   CLOSE PRIOR-PERSUM-FILE
               ELSE
                   CLOSE PERSUM-FILE
               END-IF
               DISPLAY "UNLOADED " WS-UNLOAD-COUNT
                  " RECORD(S) TO " WS-UNLOAD-NAME
               PERFORM RELOAD-PERSUM
           END-IF.

       READ-NEXT-PERSUM.
           IF WS-PRIOR-LAYOUT
               READ PRIOR-PERSUM-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           ELSE
               READ PERSUM-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           END-IF.

      * The branch sits inside the key, so an old record is
      * unloaded with a blank (head office) branch between its
      * key and its totals
       UNLOAD-PERSUM.
           MOVE SPACES TO UNLOAD-RECORD.
           IF WS-PRIOR-LAYOUT
               MOVE PRIOR-PS-KEY TO UNLOAD-RECORD (1:14)
               MOVE PRIOR-PS-TOTALS TO UNLOAD-RECORD (17:33)
           ELSE
               MOVE PERSUM-RECORD TO UNLOAD-RECORD
           END-IF.
           WRITE UNLOAD-RECORD.
           ADD 1 TO WS-UNLOAD-COUNT.
           PERFORM READ-NEXT-PERSUM.

       RELOAD-PERSUM.
           OPEN INPUT UNLOAD-FILE.
           OPEN OUTPUT PERSUM-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR RECREATING PERSUM.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-PERSUM" TO ERP-PARAGRAPH
               MOVE "PERSUM.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-UNLOAD
               PERFORM RELOAD-ONE-PERSUM UNTIL FS-UNLOAD-EOF
               CLOSE PERSUM-FILE
               PERFORM VALIDATE-COUNTS
           END-IF.
           CLOSE UNLOAD-FILE.

       RELOAD-ONE-PERSUM.
           MOVE UNLOAD-RECORD TO PERSUM-RECORD.
           WRITE PERSUM-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RELOAD ERROR FOR " PS-DATE " " PS-PROD-CODE
                      " " PS-TENDER ": " FS-MASTER
                   MOVE "FILE-REBUILD" TO ERP-PROGRAM
                   MOVE "RELOAD-ONE-PERSUM" TO ERP-PARAGRAPH
                   MOVE "PERSUM.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-MASTER TO ERP-STATUS
                   MOVE PS-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-RELOAD-COUNT
           END-WRITE.
           PERFORM READ-NEXT-UNLOAD.

       REBUILD-TARGET.
           MOVE "SALESTGT.UNL" TO WS-UNLOAD-NAME.
           MOVE ZERO TO WS-UNLOAD-COUNT WS-RELOAD-COUNT
              WS-ERROR-COUNT.
           MOVE "N" TO WS-PRIOR-LAYOUT-FLAG.
           OPEN INPUT TARGET-FILE.
           IF FS-MASTER-KEYS-DIFFER
               MOVE "Y" TO WS-PRIOR-LAYOUT-FLAG
               OPEN INPUT PRIOR-TARGET-FILE
               IF FS-MASTER-OK
                   DISPLAY "SALESTGT.DAT HAS NO BRANCH KEY YET - "
                      "IT WILL BE BUILT ON RELOAD"
               END-IF
           END-IF.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR OPENING SALESTGT.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "REBUILD-TARGET" TO ERP-PARAGRAPH
               MOVE "SALESTGT.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM READ-NEXT-TARGET
               PERFORM UNLOAD-TARGET UNTIL FS-MASTER-EOF
               CLOSE UNLOAD-FILE
               IF WS-PRIOR-LAYOUT
                   CLOSE PRIOR-TARGET-FILE
               ELSE
                   CLOSE TARGET-FILE
               END-IF
               DISPLAY "UNLOADED " WS-UNLOAD-COUNT
                  " RECORD(S) TO " WS-UNLOAD-NAME
               PERFORM RELOAD-TARGET
           END-IF.

       READ-NEXT-TARGET.
           IF WS-PRIOR-LAYOUT
               READ PRIOR-TARGET-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           ELSE
               READ TARGET-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           END-IF.

      * An old target is unloaded with a blank branch between
      * its key and its amounts - a blank branch is the
      * company-wide target
       UNLOAD-TARGET.
           MOVE SPACES TO UNLOAD-RECORD.
           IF WS-PRIOR-LAYOUT
               MOVE PRIOR-TGT-KEY TO UNLOAD-RECORD (1:10)
               MOVE PRIOR-TGT-AMOUNTS TO UNLOAD-RECORD (13:18)
           ELSE
               MOVE TARGET-RECORD TO UNLOAD-RECORD
           END-IF.
           WRITE UNLOAD-RECORD.
           ADD 1 TO WS-UNLOAD-COUNT.
           PERFORM READ-NEXT-TARGET.

       RELOAD-TARGET.
           OPEN INPUT UNLOAD-FILE.
           OPEN OUTPUT TARGET-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR RECREATING SALESTGT.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-TARGET" TO ERP-PARAGRAPH
               MOVE "SALESTGT.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-UNLOAD
               PERFORM RELOAD-ONE-TARGET UNTIL FS-UNLOAD-EOF
               CLOSE TARGET-FILE
               PERFORM VALIDATE-COUNTS
           END-IF.
           CLOSE UNLOAD-FILE.

       RELOAD-ONE-TARGET.
           MOVE UNLOAD-RECORD TO TARGET-RECORD.
           WRITE TARGET-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RELOAD ERROR FOR " TGT-YEAR-MONTH " "
                      TGT-CATEGORY ": " FS-MASTER
                   MOVE "FILE-REBUILD" TO ERP-PROGRAM
                   MOVE "RELOAD-ONE-TARGET" TO ERP-PARAGRAPH
                   MOVE "SALESTGT.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-MASTER TO ERP-STATUS
                   MOVE TGT-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-RELOAD-COUNT
           END-WRITE.
           PERFORM READ-NEXT-UNLOAD.

       REBUILD-PENDPRICE.
           MOVE "PENDPRICE.UNL" TO WS-UNLOAD-NAME.
           MOVE ZERO TO WS-UNLOAD-COUNT WS-RELOAD-COUNT
              WS-ERROR-COUNT.
           MOVE "N" TO WS-PRIOR-LAYOUT-FLAG.
           OPEN INPUT PENDPRICE-FILE.
           IF FS-MASTER-KEYS-DIFFER
               MOVE "Y" TO WS-PRIOR-LAYOUT-FLAG
               OPEN INPUT PRIOR-PENDPRICE-FILE
               IF FS-MASTER-OK
                   DISPLAY "PENDPRICE.DAT IS AT ITS ORIGINAL LENGTH - "
                      "IT WILL BE WIDENED ON RELOAD"
               END-IF
           END-IF.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR OPENING PENDPRICE.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "REBUILD-PENDPRICE" TO ERP-PARAGRAPH
               MOVE "PENDPRICE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM READ-NEXT-PENDING-PRICE
               PERFORM UNLOAD-PENDING-PRICE UNTIL FS-MASTER-EOF
               CLOSE UNLOAD-FILE
               IF WS-PRIOR-LAYOUT
                   CLOSE PRIOR-PENDPRICE-FILE
               ELSE
                   CLOSE PENDPRICE-FILE
               END-IF
               DISPLAY "UNLOADED " WS-UNLOAD-COUNT
                  " RECORD(S) TO " WS-UNLOAD-NAME
               PERFORM RELOAD-PENDPRICE
           END-IF.

       READ-NEXT-PENDING-PRICE.
           IF WS-PRIOR-LAYOUT
               READ PRIOR-PENDPRICE-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           ELSE
               READ PENDPRICE-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           END-IF.

       UNLOAD-PENDING-PRICE.
           MOVE SPACES TO UNLOAD-RECORD.
           IF WS-PRIOR-LAYOUT
               MOVE PRIOR-PENDPRICE-RECORD TO UNLOAD-RECORD
           ELSE
               MOVE PENDPRICE-RECORD TO UNLOAD-RECORD
           END-IF.
           WRITE UNLOAD-RECORD.
           ADD 1 TO WS-UNLOAD-COUNT.
           PERFORM READ-NEXT-PENDING-PRICE.

       RELOAD-PENDPRICE.
           OPEN INPUT UNLOAD-FILE.
           OPEN OUTPUT PENDPRICE-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR RECREATING PENDPRICE.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-PENDPRICE" TO ERP-PARAGRAPH
               MOVE "PENDPRICE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-UNLOAD
               PERFORM RELOAD-ONE-PENDING-PRICE UNTIL FS-UNLOAD-EOF
               CLOSE PENDPRICE-FILE
               PERFORM VALIDATE-COUNTS
           END-IF.
           CLOSE UNLOAD-FILE.

      * Changes keyed before the margin floor carry no override,
      * so the floor is checked again when they fall due
       RELOAD-ONE-PENDING-PRICE.
           MOVE UNLOAD-RECORD TO PENDPRICE-RECORD.
           IF PEND-FLOOR-OVERRIDE = SPACE
               MOVE "N" TO PEND-FLOOR-OVERRIDE
           END-IF.
           WRITE PENDPRICE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RELOAD ERROR FOR " PEND-PROD-CODE " "
                      PEND-EFFECTIVE-DATE ": " FS-MASTER
                   MOVE "FILE-REBUILD" TO ERP-PROGRAM
                   MOVE "RELOAD-ONE-PENDING-PRICE" TO ERP-PARAGRAPH
                   MOVE "PENDPRICE.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-MASTER TO ERP-STATUS
                   MOVE PEND-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-RELOAD-COUNT
           END-WRITE.
           PERFORM READ-NEXT-UNLOAD.

       REBUILD-CATEGORY.
           MOVE "CATEGORY.UNL" TO WS-UNLOAD-NAME.
           MOVE ZERO TO WS-UNLOAD-COUNT WS-RELOAD-COUNT
              WS-ERROR-COUNT.
           MOVE "N" TO WS-PRIOR-LAYOUT-FLAG.
           OPEN INPUT CATEGORY-FILE.
           IF FS-MASTER-KEYS-DIFFER
               MOVE "Y" TO WS-PRIOR-LAYOUT-FLAG
               OPEN INPUT PRIOR-CATEGORY-FILE
               IF FS-MASTER-OK
                   DISPLAY "CATEGORY.DAT IS AT ITS ORIGINAL LENGTH - "
                      "IT WILL BE WIDENED ON RELOAD"
               END-IF
           END-IF.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR OPENING CATEGORY.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "REBUILD-CATEGORY" TO ERP-PARAGRAPH
               MOVE "CATEGORY.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM READ-NEXT-CATEGORY
               PERFORM UNLOAD-CATEGORY UNTIL FS-MASTER-EOF
               CLOSE UNLOAD-FILE
               IF WS-PRIOR-LAYOUT
                   CLOSE PRIOR-CATEGORY-FILE
               ELSE
                   CLOSE CATEGORY-FILE
               END-IF
               DISPLAY "UNLOADED " WS-UNLOAD-COUNT
                  " RECORD(S) TO " WS-UNLOAD-NAME
               PERFORM RELOAD-CATEGORY
           END-IF.

       READ-NEXT-CATEGORY.
           IF WS-PRIOR-LAYOUT
               READ PRIOR-CATEGORY-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           ELSE
               READ CATEGORY-FILE NEXT RECORD
                   AT END
                       SET FS-MASTER-EOF TO TRUE
               END-READ
           END-IF.

       UNLOAD-CATEGORY.
           MOVE SPACES TO UNLOAD-RECORD.
           IF WS-PRIOR-LAYOUT
               MOVE PRIOR-CATEGORY-RECORD TO UNLOAD-RECORD
           ELSE
               MOVE CATEGORY-RECORD TO UNLOAD-RECORD
           END-IF.
           WRITE UNLOAD-RECORD.
           ADD 1 TO WS-UNLOAD-COUNT.
           PERFORM READ-NEXT-CATEGORY.

       RELOAD-CATEGORY.
           OPEN INPUT UNLOAD-FILE.
           OPEN OUTPUT CATEGORY-FILE.
           IF NOT FS-MASTER-OK
               DISPLAY "ERROR RECREATING CATEGORY.DAT: " FS-MASTER
               MOVE "FILE-REBUILD" TO ERP-PROGRAM
               MOVE "RELOAD-CATEGORY" TO ERP-PARAGRAPH
               MOVE "CATEGORY.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MASTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-UNLOAD
               PERFORM RELOAD-ONE-CATEGORY UNTIL FS-UNLOAD-EOF
               CLOSE CATEGORY-FILE
               PERFORM VALIDATE-COUNTS
           END-IF.
           CLOSE UNLOAD-FILE.

      * A zero floor leaves the category with no minimum margin
       RELOAD-ONE-CATEGORY.
           MOVE UNLOAD-RECORD TO CATEGORY-RECORD.
           IF CAT-MARGIN-FLOOR NOT NUMERIC
               MOVE ZERO TO CAT-MARGIN-FLOOR
           END-IF.
           WRITE CATEGORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RELOAD ERROR FOR " CAT-CODE ": "
                      FS-MASTER
                   MOVE "FILE-REBUILD" TO ERP-PROGRAM
                   MOVE "RELOAD-ONE-CATEGORY" TO ERP-PARAGRAPH
                   MOVE "CATEGORY.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-MASTER TO ERP-STATUS
                   MOVE CAT-CODE TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-RELOAD-COUNT
           END-WRITE.
