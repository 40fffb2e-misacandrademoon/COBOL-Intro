      * Purpose: Batch program that moves a quantity of stock from one
      *          warehouse bin to another in relativo.dat, rolling the
      *          source bin back if the destination bin update fails.
      *          A whole licence plate from PLATE.DAT can be moved
      *          instead by scanning its number: the plate's full
      *          quantity leaves its bin and the plate is booked to
      *          the new one. A plate still on the receiving dock
      *          (bin 0) is put away the same way, adding its
      *          quantity to the bin with nothing to take it from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MOVES-FILE ASSIGN TO "STOCKMOVES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVES.
           SELECT PLATE-FILE ASSIGN TO "PLATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLT-NUMBER
               ALTERNATE RECORD KEY IS PLT-PROD-CODE WITH DUPLICATES
               FILE STATUS IS FS-PLATE.

       DATA DIVISION.
       FILE SECTION.
           05 BIN-CAPACITY  PIC 9(5).
       FD  MOVES-FILE.
       COPY MOVES-RECORD.
       FD  PLATE-FILE.
       COPY PLATE-RECORD.


       WORKING-STORAGE SECTION.
       01  FS-MOVES             PIC XX.
           88 FS-MOVES-OK       VALUE "00".
           88 FS-MOVES-NOT-EXIST VALUE "35".
       01  FS-PLATE             PIC XX.
           88 FS-PLATE-OK       VALUE "00".


       01  WS-FROM-BIN      PIC 9(5) VALUE 1.

       01  WS-TRANSFER-COUNT PIC 9(5) VALUE ZERO.

       01  WS-MODE          PIC X.
           88 WS-MODE-PLATE VALUE "P", "p".
       01  WS-PLATE-NUMBER  PIC 9(8) VALUE 1.
       01  WS-PUTAWAY-FLAG  PIC X VALUE "N".
           88 WS-PUTAWAY    VALUE "Y".
       01  WS-TODAY-DATE    PIC 9(8).

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           IF FS-OK
               PERFORM OPEN-MOVES-FILE
               MOVE SPACES TO WS-TRANSFER-OK
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               DISPLAY "MOVE BY (B)IN QUANTITY OR WHOLE (P)LATE: "
                  WITH NO ADVANCING
               ACCEPT WS-MODE
               IF WS-MODE-PLATE
                   PERFORM TRANSFER-BY-PLATE
               ELSE
                   PERFORM TRANSFER-BY-BIN
               END-IF
               DISPLAY "TRANSFERS COMPLETED: " WS-TRANSFER-COUNT
               CLOSE RELATIVE-FILE
               IF FS-MOVES-OK
               END-IF
           ELSE
               DISPLAY "ERROR OPENING relativo.dat: " FS-RELATIVE
               MOVE "STOCK-BIN-TRANSFER" TO ERP-PROGRAM
               MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
               MOVE "relativo.dat" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-RELATIVE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       TRANSFER-BY-BIN.
           PERFORM UNTIL WS-FROM-BIN = ZERO
               DISPLAY "FROM BIN (0 TO FINISH): " WITH NO ADVANCING
               ACCEPT WS-FROM-BIN
               IF WS-FROM-BIN NOT = ZERO
                   DISPLAY "TO BIN: " WITH NO ADVANCING
                   ACCEPT WS-TO-BIN
                   DISPLAY "QUANTITY TO TRANSFER: "
                      WITH NO ADVANCING
                   ACCEPT WS-TRANSFER-QTY
                   PERFORM TRANSFER-STOCK
               END-IF
           END-PERFORM.

       TRANSFER-BY-PLATE.
           OPEN I-O PLATE-FILE.
           IF NOT FS-PLATE-OK
               DISPLAY "ERROR OPENING PLATE.DAT: " FS-PLATE
               MOVE "STOCK-BIN-TRANSFER" TO ERP-PROGRAM
               MOVE "TRANSFER-BY-PLATE" TO ERP-PARAGRAPH
               MOVE "PLATE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PLATE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM UNTIL WS-PLATE-NUMBER = ZERO
                   DISPLAY "PLATE NUMBER (0 TO FINISH): "
                      WITH NO ADVANCING
                   ACCEPT WS-PLATE-NUMBER
                   IF WS-PLATE-NUMBER NOT = ZERO
                       DISPLAY "TO BIN: " WITH NO ADVANCING
                       ACCEPT WS-TO-BIN
                       PERFORM TRANSFER-ONE-PLATE
                   END-IF
               END-PERFORM
               CLOSE PLATE-FILE
           END-IF.

       TRANSFER-ONE-PLATE.
           MOVE WS-PLATE-NUMBER TO PLT-NUMBER.
           READ PLATE-FILE
               INVALID KEY
                   DISPLAY "PLATE NOT ON FILE: " WS-PLATE-NUMBER
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PLT-EMPTY
                           DISPLAY "PLATE " PLT-NUMBER " IS EMPTY"
                       WHEN WS-TO-BIN = ZERO
                           DISPLAY "A PLATE CANNOT GO BACK TO THE DOCK"
                       WHEN PLT-BIN = WS-TO-BIN
                           DISPLAY "PLATE " PLT-NUMBER
                              " IS ALREADY IN BIN " WS-TO-BIN
                       WHEN OTHER
                           PERFORM MOVE-PLATE-STOCK
                   END-EVALUATE
           END-READ.

      * The plate's whole quantity moves; from the dock there is no
      * bin to take it from, so only the destination is credited
       MOVE-PLATE-STOCK.
           MOVE "N" TO WS-TRANSFER-OK.
           MOVE PLT-QUANTITY TO WS-TRANSFER-QTY.
           MOVE PLT-BIN TO WS-FROM-BIN.
           IF PLT-BIN = ZERO
               MOVE "Y" TO WS-PUTAWAY-FLAG
               MOVE SPACES TO WS-FROM-DATA
               MOVE PLT-PROD-CODE TO WS-FROM-PROD
               PERFORM CREDIT-TO-BIN
           ELSE
               MOVE "N" TO WS-PUTAWAY-FLAG
               PERFORM TRANSFER-STOCK
           END-IF.
           IF WS-TRANSFER-SUCCEEDED
               MOVE WS-TO-BIN TO PLT-BIN
               MOVE WS-TODAY-DATE TO PLT-MOVE-DATE
               REWRITE PLATE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR UPDATING PLATE " PLT-NUMBER
                          ": " FS-PLATE
                       MOVE "STOCK-BIN-TRANSFER" TO ERP-PROGRAM
                       MOVE "MOVE-PLATE-STOCK" TO ERP-PARAGRAPH
                       MOVE "PLATE.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-PLATE TO ERP-STATUS
                       MOVE PLT-NUMBER TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       DISPLAY "PLATE " PLT-NUMBER " NOW IN BIN "
                          PLT-BIN
               END-REWRITE
           END-IF.
           MOVE "N" TO WS-PUTAWAY-FLAG.

       OPEN-MOVES-FILE.
           OPEN EXTEND MOVES-FILE.
           IF FS-MOVES-NOT-EXIST
           END-IF.
           IF NOT FS-MOVES-OK
               DISPLAY "ERROR OPENING STOCKMOVES.DAT: " FS-MOVES
               MOVE "STOCK-BIN-TRANSFER" TO ERP-PROGRAM
               MOVE "OPEN-MOVES-FILE" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       TRANSFER-STOCK.
               MOVE BIN-QUANTITY TO MOV-BALANCE
               PERFORM WRITE-MOVES-RECORD
           ELSE
               IF NOT WS-PUTAWAY
                   PERFORM ROLLBACK-FROM-BIN
               END-IF
           END-IF.

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE SPACES TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
