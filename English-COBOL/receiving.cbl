      *          After each line it suggests where to put the goods -
      *          bins in relativo.dat already holding that PROD-CODE
      *          with free BIN-CAPACITY, or empty bins when none do.
      *          Goods waiting for inspection can be received into
      *          PROD-QUARANTINE instead of sellable stock - the
      *          receipt is still posted in full, followed by a
      *          quarantine movement and a QUARANTINE.DAT journal line
      *          - and stay there until QUARANTINE-RELEASE frees them.
      *          PROD-COST is a moving average: each receipt is costed
      *          at its PO-UNIT-COST (or the cost keyed for it) and
      *          averaged with the units already on hand, sellable or
      *          quarantined; landed cost is spread over those units
      *          the same way. Every change goes to COSTHIST.DAT
      *          through COST-HISTORY-WRITER for the GL revaluation.
      *          A PO line drafted by SPECIAL-ORDER-ENTRY is matched
      *          to its SPECORD.DAT order on receipt: sellable goods
      *          are reserved in RESERVE.DAT for that customer under
      *          source SO and the order flagged received for the
      *          SPECIAL-ORDER-CALL-LIST. Each line can be split
      *          onto numbered licence plates - one per pallet or
      *          case - kept on PLATE.DAT with the product, lot,
      *          expiry and quantity, and a label for each written to
      *          PLATELBL.TXT. A new plate sits on the dock (bin 0)
      *          until STOCK-BIN-TRANSFER puts it away.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STG-KEY
               FILE STATUS IS FS-STAGED.
           SELECT QUARANTINE-FILE ASSIGN TO "QUARANTINE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-QUARANTINE.
           SELECT SPECORD-FILE ASSIGN TO "SPECORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-NUMBER
               ALTERNATE RECORD KEY IS SO-PO-REF WITH DUPLICATES
               FILE STATUS IS FS-SPECORD.
           SELECT PLATE-FILE ASSIGN TO "PLATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLT-NUMBER
               ALTERNATE RECORD KEY IS PLT-PROD-CODE WITH DUPLICATES
               FILE STATUS IS FS-PLATE.
           SELECT PLATE-CONTROL-FILE ASSIGN TO "PLATECTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PLATE-CONTROL.
           SELECT PLATE-LABEL-FILE ASSIGN TO "PLATELBL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLATE-LABEL.

       DATA DIVISION.
       FILE SECTION.
       FD  STAGED-FILE.
       COPY STAGED-RECORD.

       FD  QUARANTINE-FILE.
       COPY QUARANTINE-RECORD.

       FD  SPECORD-FILE.
       COPY SPECORD-RECORD.

       FD  PLATE-FILE.
       COPY PLATE-RECORD.

       FD  PLATE-CONTROL-FILE.
       01  PLATE-CONTROL-RECORD.
           05 PLTCTL-LAST-NUMBER PIC 9(08).

       FD  PLATE-LABEL-FILE.
       01  PLATE-LABEL-LINE      PIC X(44).

       WORKING-STORAGE SECTION.
       01  FS-PURCHORD          PIC XX.
           88 WS-USE-ASN-YES    VALUE "Y", "y".
       01  WS-ASN-STAGED        PIC X.
           88 WS-LINE-IS-STAGED VALUE "Y".
       01  FS-QUARANTINE        PIC XX.
           88 FS-QUARANTINE-OK  VALUE "00".
           88 FS-QUARANTINE-NOT-EXIST VALUE "35".
       01  WS-PUT-TO            PIC X.
           88 WS-PUT-SELLABLE   VALUE "S", "s".
           88 WS-PUT-QUARANTINE VALUE "Q", "q".
       01  FS-SPECORD           PIC XX.
           88 FS-SPECORD-OK     VALUE "00".
       01  WS-SPECORD-OPEN      PIC X VALUE "N".
           88 WS-SPECORD-IS-OPEN VALUE "Y".
       01  WS-SO-FOUND          PIC X.
           88 WS-SO-WAS-FOUND   VALUE "Y".
           88 WS-SO-NO-MORE     VALUE "E".

       01  FS-PLATE             PIC XX.
           88 FS-PLATE-OK       VALUE "00".
           88 FS-PLATE-NOT-EXIST VALUE "35".
       01  WS-PLATE-OPEN        PIC X VALUE "N".
           88 WS-PLATE-IS-OPEN  VALUE "Y".
       01  FS-PLATE-CONTROL     PIC XX.
           88 FS-PLATE-CONTROL-OK VALUE "00".
       01  FS-PLATE-LABEL       PIC XX.
           88 FS-PLATE-LABEL-OK VALUE "00".
           88 FS-PLATE-LABEL-NOT-EXIST VALUE "35".
       01  WS-PLATE-COUNT       PIC 9(3).
       01  WS-PLATE-SUB         PIC 9(3).
       01  WS-PLATE-QTY         PIC 9(5).
       01  WS-PLATE-LEFT        PIC 9(5).
       01  WS-PLATE-NUMBER      PIC 9(8).
       01  WS-PLATE-TYPE        PIC X.
           88 WS-PLATE-PALLETS  VALUE "P", "p".
           88 WS-PLATE-CASES    VALUE "C", "c".
       01  WS-PLATES-MADE       PIC 9(5) VALUE ZERO.

       01  WS-RSV-ACTION        PIC X.
       01  WS-RSV-SOURCE        PIC X(2) VALUE "SO".
       01  WS-RSV-REFERENCE     PIC X(9).
       01  WS-RSV-PROD-CODE     PIC X(5).
       01  WS-RSV-QUANTITY      PIC 9(5).
       01  WS-RSV-EXPIRY        PIC 9(8) VALUE 99999999.
       01  WS-RSV-RESERVED      PIC 9(7).
       01  WS-RSV-RESULT        PIC X.

       01  WS-ORDER-POSTED      PIC 9(3) VALUE ZERO.
       01  WS-TAKE-LANDED       PIC X.
       01  WS-RECEIVED-QTY      PIC 9(5).
       01  WS-UNIT-COST-EDIT    PIC X(12).
       01  WS-UNIT-COST         PIC 9(7)V99.
       01  WS-OLD-COST          PIC 9(7)V99.
       01  WS-ON-HAND           PIC 9(7).

       01  WS-CH-OLD-COST       PIC 9(7)V99.
       01  WS-CH-NEW-COST       PIC 9(7)V99.
       01  WS-CH-QTY            PIC 9(7).
       01  WS-CH-SOURCE         PIC X.
       01  WS-CH-DOCUMENT       PIC X(20).
       01  WS-CH-RESULT         PIC X.
       01  WS-QTY-UNIT          PIC X.
           88 WS-QTY-IN-CASES   VALUE "C", "c".
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
               PERFORM OPEN-LOTS-FILE
               PERFORM OPEN-SERIAL-FILE
               PERFORM OPEN-STAGED-FILE
               PERFORM OPEN-QUARANTINE-FILE
               OPEN I-O SPECORD-FILE
               IF FS-SPECORD-OK
                   SET WS-SPECORD-IS-OPEN TO TRUE
               END-IF
               PERFORM OPEN-PLATE-FILES
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               DISPLAY " "
               DISPLAY "GOODS RECEIVING"
               PERFORM RECEIVE-ONE-ORDER UNTIL NOT WS-YES
               DISPLAY " "
               DISPLAY "PO LINES POSTED: " WS-POSTED-COUNT
               IF WS-PLATES-MADE > ZERO
                   DISPLAY "LICENCE PLATES LABELLED: " WS-PLATES-MADE
                      " (PLATELBL.TXT)"
               END-IF
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.
           OPEN I-O PURCHORD-FILE.
           IF NOT FS-PURCHORD-OK
               DISPLAY "ERROR OPENING PURCHORD.DAT: " FS-PURCHORD
               MOVE "RECEIVING" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PURCHORD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PURCHORD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           PERFORM TAKE-PRODUCTS-LOCK.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "RECEIVING" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-AUDIT-LOG.
           END-IF.
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "RECEIVING" TO ERP-PROGRAM
               MOVE "OPEN-AUDIT-LOG" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-MOVES-FILE.
           END-IF.
           IF NOT FS-MOVES-OK
               DISPLAY "ERROR OPENING STOCKMOVES.DAT: " FS-MOVES
               MOVE "RECEIVING" TO ERP-PROGRAM
               MOVE "OPEN-MOVES-FILE" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-LOTS-FILE.
           END-IF.
           IF NOT FS-LOTS-OK
               DISPLAY "ERROR OPENING LOTS.DAT: " FS-LOTS
               MOVE "RECEIVING" TO ERP-PROGRAM
               MOVE "OPEN-LOTS-FILE" TO ERP-PARAGRAPH
               MOVE "LOTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-LOTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-SERIAL-FILE.
           END-IF.
           IF NOT FS-SERIAL-OK
               DISPLAY "ERROR OPENING SERIAL.DAT: " FS-SERIAL
               MOVE "RECEIVING" TO ERP-PROGRAM
               MOVE "OPEN-SERIAL-FILE" TO ERP-PARAGRAPH
               MOVE "SERIAL.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SERIAL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-STAGED-FILE.
                  "PRE-STAGING"
           END-IF.

       OPEN-QUARANTINE-FILE.
           OPEN EXTEND QUARANTINE-FILE.
           IF FS-QUARANTINE-NOT-EXIST
               OPEN OUTPUT QUARANTINE-FILE
           END-IF.
           IF NOT FS-QUARANTINE-OK
               DISPLAY "ERROR OPENING QUARANTINE.DAT: " FS-QUARANTINE
               MOVE "RECEIVING" TO ERP-PROGRAM
               MOVE "OPEN-QUARANTINE-FILE" TO ERP-PARAGRAPH
               MOVE "QUARANTINE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-QUARANTINE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-PLATE-FILES.
           OPEN I-O PLATE-FILE.
           IF FS-PLATE-NOT-EXIST
               OPEN OUTPUT PLATE-FILE
               CLOSE PLATE-FILE
               OPEN I-O PLATE-FILE
           END-IF.
           IF FS-PLATE-OK
               MOVE "Y" TO WS-PLATE-OPEN
           ELSE
               DISPLAY "ERROR OPENING PLATE.DAT: " FS-PLATE
                  " - NO LICENCE PLATES"
               MOVE "RECEIVING" TO ERP-PROGRAM
               MOVE "OPEN-PLATE-FILES" TO ERP-PARAGRAPH
               MOVE "PLATE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PLATE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND PLATE-LABEL-FILE.
           IF FS-PLATE-LABEL-NOT-EXIST
               OPEN OUTPUT PLATE-LABEL-FILE
           END-IF.
           IF NOT FS-PLATE-LABEL-OK
               DISPLAY "ERROR OPENING PLATELBL.TXT: " FS-PLATE-LABEL
               MOVE "RECEIVING" TO ERP-PROGRAM
               MOVE "OPEN-PLATE-FILES" TO ERP-PARAGRAPH
               MOVE "PLATELBL.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PLATE-LABEL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       RECEIVE-ONE-ORDER.
           DISPLAY " ".
           DISPLAY "PO NUMBER (6 digits): " WITH NO ADVANCING.
               INVALID KEY
                   DISPLAY "ERROR CLEARING STAGED RECEIPT: "
                      FS-STAGED
                   MOVE "RECEIVING" TO ERP-PROGRAM
                   MOVE "DROP-STAGED-RECORD" TO ERP-PARAGRAPH
                   MOVE "STAGEDRCV.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-STAGED TO ERP-STATUS
                   MOVE STG-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   CONTINUE
           END-DELETE.
                   MOVE PROD-NAME TO AUDIT-BEFORE-NAME
                   MOVE PROD-PRICE TO AUDIT-BEFORE-PRICE
                   MOVE PROD-STOCK TO AUDIT-BEFORE-STOCK
                   MOVE PROD-COST TO WS-OLD-COST
                   COMPUTE WS-ON-HAND = PROD-STOCK + PROD-QUARANTINE
                   PERFORM GET-RECEIPT-COST
                   PERFORM GET-PUT-TO
                   IF WS-PUT-QUARANTINE
                       ADD WS-RECEIVED-QTY TO PROD-QUARANTINE
                   ELSE
                       ADD WS-RECEIVED-QTY TO PROD-STOCK
                   END-IF
                   REWRITE PRODUCTS-RECORD
                   IF FS-PRODUCTS-OK
                       MOVE PROD-NAME TO AUDIT-AFTER-NAME
                       MOVE PROD-PRICE TO AUDIT-AFTER-PRICE
                       MOVE PROD-STOCK TO AUDIT-AFTER-STOCK
                       PERFORM WRITE-AUDIT-RECORD
                       IF PROD-COST NOT = WS-OLD-COST
                           PERFORM LOG-RECEIPT-COST
                       END-IF
                       MOVE PROD-CODE TO MOV-PROD-CODE
                       SET MOV-RECEIPT TO TRUE
                       MOVE WS-RECEIVED-QTY TO MOV-QUANTITY
                       MOVE PROD-STOCK TO MOV-BALANCE
                       IF WS-PUT-QUARANTINE
                           ADD WS-RECEIVED-QTY TO MOV-BALANCE
                       END-IF
                       PERFORM WRITE-MOVES-RECORD
                       IF WS-PUT-QUARANTINE
                           PERFORM LOG-QUARANTINE-RECEIPT
                       END-IF
                       PERFORM CAPTURE-LOT
                       IF PROD-IS-SERIALIZED AND FS-SERIAL-OK
                           PERFORM CAPTURE-SERIALS
                       END-IF
                       PERFORM FLAG-LINE-RECEIVED
                       IF FS-PURCHORD-OK AND WS-SPECORD-IS-OPEN
                           PERFORM FIND-SPECIAL-ORDER
                       END-IF
                   ELSE
                       DISPLAY "ERROR UPDATING STOCK FOR: "
                          PO-PROD-CODE
                   END-IF
           END-READ.

       GET-PUT-TO.
           MOVE SPACE TO WS-PUT-TO.
           PERFORM UNTIL WS-PUT-SELLABLE OR WS-PUT-QUARANTINE
               DISPLAY "INTO (S)ELLABLE STOCK OR (Q)UARANTINE FOR "
                  "INSPECTION: " WITH NO ADVANCING
               ACCEPT WS-PUT-TO
           END-PERFORM.

      * Receipt first, then the move out of sellable stock, so the
      * stock card and the GL see the same receipt either way.
       LOG-QUARANTINE-RECEIPT.
           MOVE PROD-CODE TO MOV-PROD-CODE.
           SET MOV-QUARANTINE TO TRUE.
           COMPUTE MOV-QUANTITY = ZERO - WS-RECEIVED-QTY.
           MOVE PROD-STOCK TO MOV-BALANCE.
           PERFORM WRITE-MOVES-RECORD.
           IF FS-QUARANTINE-OK
               ACCEPT QTN-DATE FROM DATE YYYYMMDD
               ACCEPT QTN-TIME FROM TIME
               MOVE PROD-CODE TO QTN-PROD-CODE
               SET QTN-RECEIVED TO TRUE
               MOVE WS-RECEIVED-QTY TO QTN-QUANTITY
               MOVE PROD-QUARANTINE TO QTN-BALANCE
               MOVE SPACES TO QTN-REASON QTN-NOTE
               STRING "PO " DELIMITED BY SIZE
                      PO-NUMBER DELIMITED BY SIZE
                      " LINE " DELIMITED BY SIZE
                      PO-LINE DELIMITED BY SIZE
                      INTO QTN-NOTE
               END-STRING
               MOVE ZERO TO QTN-OPERATOR
               WRITE QUARANTINE-RECORD
           END-IF.
           DISPLAY "HELD IN QUARANTINE - " PROD-QUARANTINE
              " NOW AWAITING RELEASE".

      * The receipt is costed at the PO line's cost unless the clerk
      * keys the real one; the PO line keeps what was used, for the
      * invoice match, and PROD-COST takes the weighted average.
       GET-RECEIPT-COST.
           IF PO-UNIT-COST = ZERO
               MOVE PROD-COST TO PO-UNIT-COST
           END-IF.
           DISPLAY "AVERAGE UNIT COST: " PROD-COST
              " PO UNIT COST: " PO-UNIT-COST.
           DISPLAY "UNIT COST THIS RECEIPT (0 = PO COST): "
              WITH NO ADVANCING.
           ACCEPT WS-UNIT-COST-EDIT.
           IF FUNCTION TEST-NUMVAL(WS-UNIT-COST-EDIT) = 0
               AND FUNCTION NUMVAL(WS-UNIT-COST-EDIT) <= 9999999.99
               COMPUTE WS-UNIT-COST =
                  FUNCTION NUMVAL(WS-UNIT-COST-EDIT)
               MOVE WS-UNIT-COST TO PO-UNIT-COST
           END-IF.
           IF WS-ON-HAND = ZERO
               MOVE PO-UNIT-COST TO PROD-COST
           ELSE
               COMPUTE PROD-COST ROUNDED =
                  (PROD-COST * WS-ON-HAND
                   + PO-UNIT-COST * WS-RECEIVED-QTY)
                  / (WS-ON-HAND + WS-RECEIVED-QTY)
           END-IF.

      * The receipt record above carries the stock; the new average
      * goes on its own cost record after it, so a roll forward
      * replays both.
       LOG-RECEIPT-COST.
           MOVE "L" TO AUDIT-ACTION.
           MOVE PROD-CODE TO AUDIT-CODE.
           MOVE PROD-NAME TO AUDIT-BEFORE-NAME AUDIT-AFTER-NAME.
           MOVE WS-OLD-COST TO AUDIT-BEFORE-PRICE.
           MOVE PROD-COST TO AUDIT-AFTER-PRICE.
           MOVE PROD-STOCK TO AUDIT-BEFORE-STOCK AUDIT-AFTER-STOCK.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE WS-OLD-COST TO WS-CH-OLD-COST.
           MOVE PROD-COST TO WS-CH-NEW-COST.
           MOVE WS-ON-HAND TO WS-CH-QTY.
           MOVE "R" TO WS-CH-SOURCE.
           PERFORM SET-COST-DOCUMENT.
           CALL "COST-HISTORY-WRITER" USING PROD-CODE WS-CH-OLD-COST
              WS-CH-NEW-COST WS-CH-QTY WS-CH-SOURCE WS-CH-DOCUMENT
              WS-CH-RESULT.
           DISPLAY "AVERAGE COST " WS-OLD-COST " -> " PROD-COST.

       SET-COST-DOCUMENT.
           MOVE SPACES TO WS-CH-DOCUMENT.
           STRING "PO " DELIMITED BY SIZE
                  PO-NUMBER DELIMITED BY SIZE
                  " LINE " DELIMITED BY SIZE
                  PO-LINE DELIMITED BY SIZE
                  INTO WS-CH-DOCUMENT
           END-STRING.

       CAPTURE-LOT.
           MOVE SPACES TO WS-LOT-NUMBER.
           MOVE ZERO TO WS-LOT-EXPIRY.
           IF FS-LOTS-OK
               DISPLAY "LOT NUMBER (10 characters, BLANK = NO "
                  "LOT): " WITH NO ADVANCING
                               INVALID KEY
                                   DISPLAY "ERROR WRITING LOT: "
                                      FS-LOTS
                                   MOVE "RECEIVING" TO ERP-PROGRAM
                                   MOVE "CAPTURE-LOT" TO ERP-PARAGRAPH
                                   MOVE "LOTS.DAT" TO ERP-FILE
                                   MOVE "WRITE" TO ERP-OPERATION
                                   MOVE FS-LOTS TO ERP-STATUS
                                   MOVE LOT-KEY TO ERP-KEY
                                   CALL "ERROR-LOGGER"
                                      USING ERRLOG-PARMS
                               NOT INVALID KEY
                                   DISPLAY "LOT " LOT-NUMBER
                                      " RECORDED"
                               INVALID KEY
                                   DISPLAY "ERROR UPDATING LOT: "
                                      FS-LOTS
                                   MOVE "RECEIVING" TO ERP-PROGRAM
                                   MOVE "CAPTURE-LOT" TO ERP-PARAGRAPH
                                   MOVE "LOTS.DAT" TO ERP-FILE
                                   MOVE "REWRITE" TO ERP-OPERATION
                                   MOVE FS-LOTS TO ERP-STATUS
                                   MOVE LOT-KEY TO ERP-KEY
                                   CALL "ERROR-LOGGER"
                                      USING ERRLOG-PARMS
                               NOT INVALID KEY
                                   DISPLAY "LOT " LOT-NUMBER
                                      " TOPPED UP"
           REWRITE PURCHORD-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING PO LINE: " FS-PURCHORD
                   MOVE "RECEIVING" TO ERP-PROGRAM
                   MOVE "FLAG-LINE-RECEIVED" TO ERP-PARAGRAPH
                   MOVE "PURCHORD.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-PURCHORD TO ERP-STATUS
                   MOVE PO-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
                   ADD 1 TO WS-ORDER-POSTED
                   DISPLAY "RECEIVED " WS-RECEIVED-QTY " OF "
                      PO-PROD-CODE " - NEW STOCK " PROD-STOCK
                   PERFORM SUGGEST-PUT-AWAY
                   IF WS-PLATE-IS-OPEN
                       PERFORM CREATE-PLATES
                   END-IF
           END-REWRITE.

      * The received quantity is split over the plates keyed; the
      * last plate takes whatever is left
       CREATE-PLATES.
           DISPLAY "LICENCE PLATES - NUMBER OF PALLETS/CASES "
              "(0 = NONE): " WITH NO ADVANCING.
           ACCEPT WS-PLATE-COUNT.
           IF WS-PLATE-COUNT > ZERO
               MOVE SPACE TO WS-PLATE-TYPE
               PERFORM UNTIL WS-PLATE-PALLETS OR WS-PLATE-CASES
                   DISPLAY "(P)ALLETS OR (C)ASES: " WITH NO ADVANCING
                   ACCEPT WS-PLATE-TYPE
               END-PERFORM
               MOVE WS-RECEIVED-QTY TO WS-PLATE-LEFT
               PERFORM CREATE-ONE-PLATE
                  VARYING WS-PLATE-SUB FROM 1 BY 1
                  UNTIL WS-PLATE-SUB > WS-PLATE-COUNT
                     OR WS-PLATE-LEFT = ZERO
           END-IF.

       CREATE-ONE-PLATE.
           IF WS-PLATE-SUB = WS-PLATE-COUNT
               MOVE WS-PLATE-LEFT TO WS-PLATE-QTY
           ELSE
               DISPLAY "UNITS ON PLATE " WS-PLATE-SUB " OF "
                  WS-PLATE-COUNT " (" WS-PLATE-LEFT " LEFT): "
                  WITH NO ADVANCING
               ACCEPT WS-PLATE-QTY
               IF WS-PLATE-QTY = ZERO OR WS-PLATE-QTY > WS-PLATE-LEFT
                   MOVE WS-PLATE-LEFT TO WS-PLATE-QTY
               END-IF
           END-IF.
           SUBTRACT WS-PLATE-QTY FROM WS-PLATE-LEFT.
           PERFORM GET-NEXT-PLATE-NUMBER.
           MOVE WS-PLATE-NUMBER TO PLT-NUMBER.
           IF WS-PLATE-PALLETS
               SET PLT-PALLET TO TRUE
           ELSE
               SET PLT-CASE TO TRUE
           END-IF.
           MOVE PO-PROD-CODE TO PLT-PROD-CODE.
           MOVE WS-LOT-NUMBER TO PLT-LOT-NUMBER.
           MOVE WS-LOT-EXPIRY TO PLT-EXPIRY-DATE.
           MOVE WS-PLATE-QTY TO PLT-QUANTITY.
           MOVE ZERO TO PLT-BIN.
           SET PLT-ACTIVE TO TRUE.
           MOVE WS-TODAY-DATE TO PLT-RECEIVE-DATE PLT-MOVE-DATE.
           MOVE PO-NUMBER TO PLT-PO-NUMBER.
           MOVE PO-LINE TO PLT-PO-LINE.
           WRITE PLATE-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING PLATE " WS-PLATE-NUMBER
                      ": " FS-PLATE
                   MOVE "RECEIVING" TO ERP-PROGRAM
                   MOVE "CREATE-ONE-PLATE" TO ERP-PARAGRAPH
                   MOVE "PLATE.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-PLATE TO ERP-STATUS
                   MOVE PLT-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-PLATES-MADE
                   DISPLAY "PLATE " PLT-NUMBER " - " PLT-QUANTITY
                      " OF " PLT-PROD-CODE " ON THE DOCK"
                   IF FS-PLATE-LABEL-OK
                       PERFORM PRINT-PLATE-LABEL
                   END-IF
           END-WRITE.

       GET-NEXT-PLATE-NUMBER.
           OPEN INPUT PLATE-CONTROL-FILE.
           IF FS-PLATE-CONTROL-OK
               READ PLATE-CONTROL-FILE
                   AT END
                       MOVE ZERO TO PLTCTL-LAST-NUMBER
               END-READ
               CLOSE PLATE-CONTROL-FILE
           ELSE
               MOVE ZERO TO PLTCTL-LAST-NUMBER
           END-IF.
           COMPUTE WS-PLATE-NUMBER = PLTCTL-LAST-NUMBER + 1.
           MOVE WS-PLATE-NUMBER TO PLTCTL-LAST-NUMBER.
           OPEN OUTPUT PLATE-CONTROL-FILE.
           WRITE PLATE-CONTROL-RECORD.
           CLOSE PLATE-CONTROL-FILE.

       PRINT-PLATE-LABEL.
           MOVE ALL "=" TO PLATE-LABEL-LINE.
           WRITE PLATE-LABEL-LINE.
           MOVE SPACES TO PLATE-LABEL-LINE.
           IF PLT-PALLET
               STRING "PLATE " DELIMITED BY SIZE
                      PLT-NUMBER DELIMITED BY SIZE
                      "   PALLET" DELIMITED BY SIZE
                  INTO PLATE-LABEL-LINE
               END-STRING
           ELSE
               STRING "PLATE " DELIMITED BY SIZE
                      PLT-NUMBER DELIMITED BY SIZE
                      "   CASE" DELIMITED BY SIZE
                  INTO PLATE-LABEL-LINE
               END-STRING
           END-IF.
           WRITE PLATE-LABEL-LINE.
           MOVE SPACES TO PLATE-LABEL-LINE.
           STRING PLT-PROD-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROD-NAME DELIMITED BY SIZE
              INTO PLATE-LABEL-LINE
           END-STRING.
           WRITE PLATE-LABEL-LINE.
           MOVE SPACES TO PLATE-LABEL-LINE.
           STRING "LOT " DELIMITED BY SIZE
                  PLT-LOT-NUMBER DELIMITED BY SIZE
                  "  EXPIRES " DELIMITED BY SIZE
                  PLT-EXPIRY-DATE DELIMITED BY SIZE
              INTO PLATE-LABEL-LINE
           END-STRING.
           WRITE PLATE-LABEL-LINE.
           MOVE SPACES TO PLATE-LABEL-LINE.
           STRING "QTY " DELIMITED BY SIZE
                  PLT-QUANTITY DELIMITED BY SIZE
                  "  PO " DELIMITED BY SIZE
                  PLT-PO-NUMBER DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PLT-PO-LINE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PLT-RECEIVE-DATE DELIMITED BY SIZE
              INTO PLATE-LABEL-LINE
           END-STRING.
           WRITE PLATE-LABEL-LINE.

      * Special-order goods are held for the customer rather than
      * put on open sale; a reservation from SO never lapses.
       FIND-SPECIAL-ORDER.
           MOVE "N" TO WS-SO-FOUND.
           MOVE PO-NUMBER TO SO-PO-NUMBER.
           MOVE PO-LINE TO SO-PO-LINE.
           START SPECORD-FILE KEY IS = SO-PO-REF
               INVALID KEY
                   MOVE "E" TO WS-SO-FOUND
           END-START.
           PERFORM UNTIL WS-SO-WAS-FOUND OR WS-SO-NO-MORE
               READ SPECORD-FILE NEXT RECORD
                   AT END
                       MOVE "E" TO WS-SO-FOUND
                   NOT AT END
                       IF SO-PO-NUMBER NOT = PO-NUMBER
                          OR SO-PO-LINE NOT = PO-LINE
                           MOVE "E" TO WS-SO-FOUND
                       ELSE
                           IF SO-ON-ORDER
                               MOVE "Y" TO WS-SO-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SO-WAS-FOUND
               IF WS-PUT-QUARANTINE
                   DISPLAY "SPECIAL ORDER " SO-NUMBER " FOR "
                      SO-CLAVE-CLIENTE " - GOODS IN QUARANTINE, "
                      "NOT RESERVED"
               ELSE
                   PERFORM RESERVE-SPECIAL-ORDER
               END-IF
           END-IF.

       RESERVE-SPECIAL-ORDER.
           IF WS-RECEIVED-QTY < SO-QUANTITY
               MOVE WS-RECEIVED-QTY TO WS-RSV-QUANTITY
           ELSE
               MOVE SO-QUANTITY TO WS-RSV-QUANTITY
           END-IF.
           MOVE "T" TO WS-RSV-ACTION.
           MOVE SPACES TO WS-RSV-REFERENCE.
           MOVE SO-NUMBER TO WS-RSV-REFERENCE.
           MOVE SO-PROD-CODE TO WS-RSV-PROD-CODE.
           CALL "RESERVE-MANAGER" USING WS-RSV-ACTION WS-RSV-SOURCE
              WS-RSV-REFERENCE WS-RSV-PROD-CODE WS-RSV-QUANTITY
              WS-RSV-EXPIRY WS-RSV-RESERVED WS-RSV-RESULT.
           IF WS-RSV-RESULT NOT = "Y"
               DISPLAY "COULD NOT RESERVE FOR SPECIAL ORDER "
                  SO-NUMBER " - HOLD THE GOODS BY HAND"
           ELSE
               MOVE WS-RSV-QUANTITY TO SO-QTY-RECEIVED
               MOVE WS-TODAY-DATE TO SO-RECEIVED-DATE
               SET SO-RECEIVED TO TRUE
               REWRITE SPECORD-RECORD
                   INVALID KEY
                       DISPLAY "ERROR UPDATING SPECIAL ORDER: "
                          FS-SPECORD
                       MOVE "RECEIVING" TO ERP-PROGRAM
                       MOVE "RESERVE-SPECIAL-ORDER" TO ERP-PARAGRAPH
                       MOVE "SPECORD.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-SPECORD TO ERP-STATUS
                       MOVE SO-NUMBER TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       DISPLAY "RESERVED " WS-RSV-QUANTITY
                          " FOR SPECIAL ORDER " SO-NUMBER
                          " CUSTOMER " SO-CLAVE-CLIENTE
               END-REWRITE
           END-IF.

       SUGGEST-PUT-AWAY.
           OPEN INPUT RELATIVE-FILE.
           IF NOT FS-RELATIVE-OK
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-BASE-VALUE = WS-BASE-VALUE +
                          PO-UNIT-COST * PO-QTY-RECEIVED
                       ADD PO-QTY-RECEIVED TO WS-BASE-QTY
               END-READ
           END-IF.
           IF WS-ALLOC-BY-VALUE
               COMPUTE WS-LINE-SHARE ROUNDED =
                  WS-CHARGES-TOTAL *
                  (PO-UNIT-COST * PO-QTY-RECEIVED) / WS-BASE-VALUE
           ELSE
               COMPUTE WS-LINE-SHARE ROUNDED =
                  WS-CHARGES-TOTAL *
                  PO-QTY-RECEIVED / WS-BASE-QTY
           END-IF.
      * The receipt is already in the average, so its share of the
      * charges is spread over everything on hand
           COMPUTE WS-ON-HAND = PROD-STOCK + PROD-QUARANTINE.
           IF WS-ON-HAND = ZERO
               MOVE PO-QTY-RECEIVED TO WS-ON-HAND
           END-IF.
           COMPUTE WS-NEW-COST ROUNDED =
              PROD-COST + WS-LINE-SHARE / WS-ON-HAND.
           MOVE "L" TO AUDIT-ACTION.
           MOVE PROD-CODE TO AUDIT-CODE.
           MOVE PROD-NAME TO AUDIT-BEFORE-NAME.
               MOVE PROD-COST TO AUDIT-AFTER-PRICE
               MOVE PROD-STOCK TO AUDIT-AFTER-STOCK
               PERFORM WRITE-AUDIT-RECORD
               MOVE AUDIT-BEFORE-PRICE TO WS-CH-OLD-COST
               MOVE PROD-COST TO WS-CH-NEW-COST
               MOVE WS-ON-HAND TO WS-CH-QTY
               MOVE "L" TO WS-CH-SOURCE
               PERFORM SET-COST-DOCUMENT
               CALL "COST-HISTORY-WRITER" USING PROD-CODE
                  WS-CH-OLD-COST WS-CH-NEW-COST WS-CH-QTY
                  WS-CH-SOURCE WS-CH-DOCUMENT WS-CH-RESULT
               DISPLAY "LANDED COST " PROD-CODE ": "
                  AUDIT-BEFORE-PRICE " -> " PROD-COST
                  " (SHARE " WS-LINE-SHARE ")"

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE SPACES TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
           IF FS-STAGED-OK
               CLOSE STAGED-FILE
           END-IF.
           IF FS-QUARANTINE-OK
               CLOSE QUARANTINE-FILE
           END-IF.
           IF WS-SPECORD-IS-OPEN
               CLOSE SPECORD-FILE
           END-IF.
           IF WS-PLATE-IS-OPEN
               CLOSE PLATE-FILE
           END-IF.
           IF FS-PLATE-LABEL-OK
               CLOSE PLATE-LABEL-FILE
           END-IF.
           IF FS-AUDIT-OK
               CLOSE AUDIT-LOG-FILE
           END-IF.
