      ******************************************************************
      * Author:
      * Date:
      * Purpose: Where-is-plate inquiry against the licence plates on
      *          PLATE.DAT. A scanned plate number shows the product,
      *          lot, expiry, quantity and the bin it sits in (or the
      *          receiving dock before put-away) with the PO it came
      *          in on. A product code, optionally narrowed to one lot,
      *          lists every live plate of it with its bin - the list
      *          a recall or a FEFO check walks the warehouse with.
      *          After a pick or a count the quantity left on a plate
      *          can be corrected; a plate counted to zero is marked
      *          empty so pick lists stop naming it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATE-INQUIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLATE-FILE ASSIGN TO "PLATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLT-NUMBER
               ALTERNATE RECORD KEY IS PLT-PROD-CODE WITH DUPLICATES
               FILE STATUS IS FS-PLATE.

           SELECT RELATIVE-FILE ASSIGN TO "relativo.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-RELATIVE-KEY
               FILE STATUS IS FS-RELATIVE.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLATE-FILE.
       COPY PLATE-RECORD.

       FD  RELATIVE-FILE.
       01  RELATIVE-RECORD.
           05 IDNUM         PIC 9(5).
           05 DA            PIC X(20).
           05 BIN-STATUS    PIC X.
               88 BIN-OCCUPIED VALUE "O".
               88 BIN-EMPTY    VALUE "E".
           05 BIN-QUANTITY  PIC 9(5).
           05 BIN-PROD-CODE PIC X(5).
           05 BIN-CAPACITY  PIC 9(5).

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-PLATE             PIC XX.
           88 FS-PLATE-OK       VALUE "00".
           88 FS-PLATE-EOF      VALUE "10".
       01  WS-PLATE-OPEN        PIC X VALUE "N".
           88 WS-PLATE-IS-OPEN  VALUE "Y".

       01  WS-RELATIVE-KEY      PIC 9(5).
       01  FS-RELATIVE          PIC XX.
           88 FS-RELATIVE-OK    VALUE "00".
       01  WS-RELATIVE-OPEN     PIC X VALUE "N".
           88 WS-RELATIVE-IS-OPEN VALUE "Y".

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  WS-OPTION            PIC X VALUE SPACE.
           88 WS-OPT-WHERE      VALUE "W", "w".
           88 WS-OPT-PRODUCT    VALUE "P", "p".
           88 WS-OPT-CORRECT    VALUE "C", "c".
           88 WS-OPT-EXIT       VALUE "X", "x".

       01  WS-PLATE-NUMBER      PIC 9(8).
       01  WS-PROD-CODE         PIC X(5).
       01  WS-LOT-NUMBER        PIC X(10).
       01  WS-NEW-QTY           PIC 9(5).
       01  WS-CONFIRM           PIC X.
           88 WS-CONFIRM-YES    VALUE "Y", "y".
       01  WS-TODAY-DATE        PIC 9(8).

       01  WS-BIN-TEXT          PIC X(20).
       01  WS-TYPE-TEXT         PIC X(6).
       01  WS-PLATE-FOUND       PIC X.
           88 WS-PLATE-WAS-FOUND VALUE "Y".
       01  WS-LIST-COUNT        PIC 9(5).
       01  WS-LIST-QTY          PIC 9(7).

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           IF WS-PLATE-IS-OPEN
               PERFORM PLATE-MENU UNTIL WS-OPT-EXIT
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O PLATE-FILE.
           IF FS-PLATE-OK
               MOVE "Y" TO WS-PLATE-OPEN
           ELSE
               DISPLAY "ERROR OPENING PLATE.DAT: " FS-PLATE
               MOVE "PLATE-INQUIRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PLATE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PLATE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT RELATIVE-FILE.
           IF FS-RELATIVE-OK
               MOVE "Y" TO WS-RELATIVE-OPEN
           ELSE
               DISPLAY "relativo.dat NOT AVAILABLE - BIN NUMBERS "
                  "ONLY"
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "PLATE-INQUIRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PLATE-MENU.
           DISPLAY " ".
           DISPLAY "LICENCE PLATES".
           DISPLAY "  W - WHERE IS A PLATE".
           DISPLAY "  P - PLATES OF A PRODUCT / LOT".
           DISPLAY "  C - CORRECT THE QUANTITY ON A PLATE".
           DISPLAY "  X - EXIT".
           DISPLAY "OPTION: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.
           EVALUATE TRUE
               WHEN WS-OPT-WHERE
                   PERFORM WHERE-IS-PLATE
               WHEN WS-OPT-PRODUCT
                   PERFORM LIST-PRODUCT-PLATES
               WHEN WS-OPT-CORRECT
                   PERFORM CORRECT-PLATE-QUANTITY
               WHEN WS-OPT-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

       READ-PLATE.
           MOVE "N" TO WS-PLATE-FOUND.
           DISPLAY "PLATE NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-PLATE-NUMBER.
           MOVE WS-PLATE-NUMBER TO PLT-NUMBER.
           READ PLATE-FILE
               INVALID KEY
                   DISPLAY "PLATE NOT ON FILE: " WS-PLATE-NUMBER
               NOT INVALID KEY
                   MOVE "Y" TO WS-PLATE-FOUND
           END-READ.

       WHERE-IS-PLATE.
           PERFORM READ-PLATE.
           IF WS-PLATE-WAS-FOUND
               PERFORM SHOW-PLATE
           END-IF.

       SHOW-PLATE.
           PERFORM DESCRIBE-PLATE-BIN.
           MOVE PLT-PROD-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   MOVE "(PRODUCT NOT ON FILE)" TO PROD-NAME
           END-READ.
           IF PLT-PALLET
               MOVE "PALLET" TO WS-TYPE-TEXT
           ELSE
               MOVE "CASE" TO WS-TYPE-TEXT
           END-IF.
           DISPLAY " ".
           DISPLAY "PLATE " PLT-NUMBER "  " WS-TYPE-TEXT.
           DISPLAY "PRODUCT:  " PLT-PROD-CODE " " PROD-NAME.
           DISPLAY "LOT:      " PLT-LOT-NUMBER "  EXPIRES "
              PLT-EXPIRY-DATE.
           DISPLAY "QUANTITY: " PLT-QUANTITY.
           IF PLT-EMPTY
               DISPLAY "LOCATION: EMPTY - LAST IN BIN " PLT-BIN
           ELSE
               DISPLAY "LOCATION: BIN " PLT-BIN " " WS-BIN-TEXT
           END-IF.
           DISPLAY "RECEIVED: " PLT-RECEIVE-DATE " PO " PLT-PO-NUMBER
              "/" PLT-PO-LINE "  LAST MOVED " PLT-MOVE-DATE.

       DESCRIBE-PLATE-BIN.
           MOVE SPACES TO WS-BIN-TEXT.
           IF PLT-BIN = ZERO
               MOVE "RECEIVING DOCK" TO WS-BIN-TEXT
           ELSE
               IF WS-RELATIVE-IS-OPEN
                   MOVE PLT-BIN TO WS-RELATIVE-KEY
                   READ RELATIVE-FILE
                       INVALID KEY
                           MOVE "** BIN NOT ON FILE **"
                              TO WS-BIN-TEXT
                       NOT INVALID KEY
                           MOVE DA TO WS-BIN-TEXT
                   END-READ
               END-IF
           END-IF.

       LIST-PRODUCT-PLATES.
           DISPLAY "PRODUCT CODE (5 characters): " WITH NO ADVANCING.
           ACCEPT WS-PROD-CODE.
           DISPLAY "LOT NUMBER (BLANK = ALL LOTS): " WITH NO ADVANCING.
           ACCEPT WS-LOT-NUMBER.
           MOVE ZERO TO WS-LIST-COUNT WS-LIST-QTY.
           DISPLAY " ".
           DISPLAY "PLATE    LOT        EXPIRES    QTY BIN   LOCATION".
           MOVE WS-PROD-CODE TO PLT-PROD-CODE.
           MOVE "00" TO FS-PLATE.
           START PLATE-FILE KEY IS = PLT-PROD-CODE
               INVALID KEY
                   SET FS-PLATE-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-PRODUCT-PLATE.
           PERFORM LIST-ONE-PLATE UNTIL FS-PLATE-EOF.
           DISPLAY " ".
           DISPLAY "LIVE PLATES: " WS-LIST-COUNT
              "  QUANTITY ON THEM: " WS-LIST-QTY.

       READ-NEXT-PRODUCT-PLATE.
           READ PLATE-FILE NEXT RECORD
               AT END
                   SET FS-PLATE-EOF TO TRUE
           END-READ.
           IF NOT FS-PLATE-EOF
               IF PLT-PROD-CODE NOT = WS-PROD-CODE
                   SET FS-PLATE-EOF TO TRUE
               END-IF
           END-IF.

       LIST-ONE-PLATE.
           IF PLT-ACTIVE
              AND (WS-LOT-NUMBER = SPACES
                   OR PLT-LOT-NUMBER = WS-LOT-NUMBER)
               PERFORM DESCRIBE-PLATE-BIN
               DISPLAY PLT-NUMBER " " PLT-LOT-NUMBER " "
                  PLT-EXPIRY-DATE " " PLT-QUANTITY " " PLT-BIN " "
                  WS-BIN-TEXT
               ADD 1 TO WS-LIST-COUNT
               ADD PLT-QUANTITY TO WS-LIST-QTY
           END-IF.
           PERFORM READ-NEXT-PRODUCT-PLATE.

       CORRECT-PLATE-QUANTITY.
           PERFORM READ-PLATE.
           IF WS-PLATE-WAS-FOUND
               PERFORM SHOW-PLATE
               DISPLAY "QUANTITY NOW ON THE PLATE (0 = EMPTY): "
                  WITH NO ADVANCING
               ACCEPT WS-NEW-QTY
               DISPLAY "SET PLATE " PLT-NUMBER " TO " WS-NEW-QTY
                  "? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM-YES
                   MOVE WS-NEW-QTY TO PLT-QUANTITY
                   IF WS-NEW-QTY = ZERO
                       SET PLT-EMPTY TO TRUE
                   ELSE
                       SET PLT-ACTIVE TO TRUE
                   END-IF
                   MOVE WS-TODAY-DATE TO PLT-MOVE-DATE
                   REWRITE PLATE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING PLATE: " FS-PLATE
                           MOVE "PLATE-INQUIRY" TO ERP-PROGRAM
                           MOVE "CORRECT-PLATE-QUANTITY"
                              TO ERP-PARAGRAPH
                           MOVE "PLATE.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-PLATE TO ERP-STATUS
                           MOVE PLT-NUMBER TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "PLATE " PLT-NUMBER " UPDATED"
                   END-REWRITE
               END-IF
           END-IF.

       CLOSE-FILES.
           IF WS-PLATE-IS-OPEN
               CLOSE PLATE-FILE
           END-IF.
           IF WS-RELATIVE-IS-OPEN
               CLOSE RELATIVE-FILE
           END-IF.
           CLOSE PRODUCTS-FILE.
