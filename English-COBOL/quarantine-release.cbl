      ******************************************************************
      * Author:
      * Date:
      * Purpose: Releases goods held in PROD-QUARANTINE - stock
      *          RECEIVING took in for inspection or a clerk moved out
      *          of sellable stock as damaged in STOCK-ADJUSTMENT-ENTRY.
      *          Per product the clerk either moves the quantity back
      *          to sellable PROD-STOCK, or writes it off through the
      *          stock adjustment journal - a reason code from
      *          REASON.DAT and an ADJUST.DAT line the shrinkage
      *          report values like any other adjustment. Goods going
      *          back to the vendor are handed to SUPPLIER-RETURN,
      *          which returns them straight out of quarantine. Every
      *          move is logged to STOCKMOVES.DAT, AUDIT.LOG and the
      *          QUARANTINE.DAT journal. L lists what is on hold.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUARANTINE-RELEASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT REASON-FILE ASSIGN TO "REASON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSN-CODE
               FILE STATUS IS FS-REASON.

           SELECT ADJUST-FILE ASSIGN TO "ADJUST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ADJUST.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.

           SELECT MOVES-FILE ASSIGN TO "STOCKMOVES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVES.

           SELECT QUARANTINE-FILE ASSIGN TO "QUARANTINE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-QUARANTINE.

           SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SIGNON.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  REASON-FILE.
       COPY REASON-RECORD.

       FD  ADJUST-FILE.
       COPY ADJUST-RECORD.

       FD  AUDIT-LOG-FILE.
       COPY AUDIT-RECORD.

       FD  MOVES-FILE.
       COPY MOVES-RECORD.

       FD  QUARANTINE-FILE.
       COPY QUARANTINE-RECORD.

       FD  SIGNON-FILE.
       COPY SIGNON-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
           88 FS-PRODUCTS-EOF   VALUE "10".
       01  FS-REASON            PIC XX.
           88 FS-REASON-OK      VALUE "00".
       01  FS-ADJUST            PIC XX.
           88 FS-ADJUST-OK      VALUE "00".
           88 FS-ADJUST-NOT-EXIST VALUE "35".
       01  FS-AUDIT-LOG         PIC XX.
           88 FS-AUDIT-OK       VALUE "00".
           88 FS-AUDIT-NOT-EXIST VALUE "35".
       01  FS-MOVES             PIC XX.
           88 FS-MOVES-OK       VALUE "00".
           88 FS-MOVES-NOT-EXIST VALUE "35".
       01  FS-QUARANTINE        PIC XX.
           88 FS-QUARANTINE-OK  VALUE "00".
           88 FS-QUARANTINE-NOT-EXIST VALUE "35".
       01  FS-SIGNON            PIC XX.
           88 FS-SIGNON-OK      VALUE "00".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".

       01  WS-PROD-CODE         PIC X(5).
           88 WS-LIST-REQUESTED VALUE "L", "l".
       01  WS-ACTION            PIC X.
           88 WS-ACT-RELEASE    VALUE "B", "b".
           88 WS-ACT-WRITE-OFF  VALUE "W", "w".
           88 WS-ACT-NONE       VALUE "X", "x".
       01  WS-RELEASE-QTY       PIC 9(5).
       01  WS-SIGNED-QTY        PIC S9(5).
       01  WS-REASON-CODE       PIC X(2).
       01  WS-REASON-VALID      PIC X.
           88 WS-REASON-IS-VALID VALUE "Y".
       01  WS-NOTE              PIC X(30).
       01  WS-OPERATOR-ID       PIC 9(5) VALUE ZERO.
       01  WS-RELEASE-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-LISTED-COUNT      PIC 9(5).

       01  WS-LOCK-ACTION       PIC X.
       01  WS-LOCK-NAME         PIC X(12) VALUE "PRODUCTS".
       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           IF FS-PRODUCTS-OK AND FS-REASON-OK
               PERFORM READ-SIGNON-SESSION
               DISPLAY " "
               DISPLAY "QUARANTINE RELEASE"
               PERFORM RELEASE-ONE-PRODUCT UNTIL NOT WS-YES
               DISPLAY " "
               DISPLAY "QUARANTINE MOVES POSTED: " WS-RELEASE-COUNT
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           PERFORM TAKE-PRODUCTS-LOCK.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "QUARANTINE-RELEASE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT REASON-FILE.
           IF NOT FS-REASON-OK
               DISPLAY "REASON.DAT NOT AVAILABLE - SET UP REASON "
                  "CODES IN REASON-ENTRY FIRST"
           END-IF.
           OPEN EXTEND ADJUST-FILE.
           IF FS-ADJUST-NOT-EXIST
               OPEN OUTPUT ADJUST-FILE
           END-IF.
           IF NOT FS-ADJUST-OK
               DISPLAY "ERROR OPENING ADJUST.DAT: " FS-ADJUST
               MOVE "QUARANTINE-RELEASE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "ADJUST.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ADJUST TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF FS-AUDIT-NOT-EXIST
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           OPEN EXTEND MOVES-FILE.
           IF FS-MOVES-NOT-EXIST
               OPEN OUTPUT MOVES-FILE
           END-IF.
           OPEN EXTEND QUARANTINE-FILE.
           IF FS-QUARANTINE-NOT-EXIST
               OPEN OUTPUT QUARANTINE-FILE
           END-IF.
           IF NOT FS-QUARANTINE-OK
               DISPLAY "ERROR OPENING QUARANTINE.DAT: " FS-QUARANTINE
               MOVE "QUARANTINE-RELEASE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "QUARANTINE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-QUARANTINE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-SIGNON-SESSION.
           OPEN INPUT SIGNON-FILE.
           IF FS-SIGNON-OK
               READ SIGNON-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SIGNON-OPER-ID TO WS-OPERATOR-ID
               END-READ
               CLOSE SIGNON-FILE
           END-IF.

       RELEASE-ONE-PRODUCT.
           DISPLAY " ".
           DISPLAY "PRODUCT CODE (5 characters, L = LIST HELD): "
              WITH NO ADVANCING.
           ACCEPT WS-PROD-CODE.
           IF WS-LIST-REQUESTED
               PERFORM LIST-QUARANTINED
           ELSE
               MOVE WS-PROD-CODE TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       DISPLAY "ERROR: PRODUCT NOT FOUND - "
                          WS-PROD-CODE
                   NOT INVALID KEY
                       DISPLAY PROD-NAME " SELLABLE: " PROD-STOCK
                          " IN QUARANTINE: " PROD-QUARANTINE
                       IF PROD-QUARANTINE = ZERO
                           DISPLAY "NOTHING HELD IN QUARANTINE"
                       ELSE
                           PERFORM CAPTURE-RELEASE
                       END-IF
               END-READ
           END-IF.
           DISPLAY "ANOTHER PRODUCT? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       LIST-QUARANTINED.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE LOW-VALUES TO PROD-CODE.
           START PRODUCTS-FILE KEY IS NOT LESS THAN PROD-CODE
               INVALID KEY
                   SET FS-PRODUCTS-EOF TO TRUE
           END-START.
           IF NOT FS-PRODUCTS-EOF
               PERFORM READ-NEXT-PRODUCT
           END-IF.
           PERFORM LIST-ONE-PRODUCT UNTIL FS-PRODUCTS-EOF.
           DISPLAY "PRODUCTS WITH STOCK IN QUARANTINE: "
              WS-LISTED-COUNT.

       READ-NEXT-PRODUCT.
           READ PRODUCTS-FILE NEXT RECORD
               AT END
                   SET FS-PRODUCTS-EOF TO TRUE
           END-READ.

       LIST-ONE-PRODUCT.
           IF PROD-QUARANTINE > ZERO
               ADD 1 TO WS-LISTED-COUNT
               DISPLAY PROD-CODE " " PROD-NAME " HELD: "
                  PROD-QUARANTINE " SELLABLE: " PROD-STOCK
           END-IF.
           PERFORM READ-NEXT-PRODUCT.

       CAPTURE-RELEASE.
           MOVE SPACE TO WS-ACTION.
           PERFORM UNTIL WS-ACT-RELEASE OR WS-ACT-WRITE-OFF
                         OR WS-ACT-NONE
               DISPLAY "(B)ACK TO SELLABLE, (W)RITE OFF OR E(X)IT"
               DISPLAY "(RETURNS TO VENDOR: SUPPLIER-RETURN, SOURCE "
                  "Q): " WITH NO ADVANCING
               ACCEPT WS-ACTION
           END-PERFORM.
           IF NOT WS-ACT-NONE
               DISPLAY "QUANTITY (5 digits): " WITH NO ADVANCING
               ACCEPT WS-RELEASE-QTY
               IF WS-RELEASE-QTY = ZERO
                  OR WS-RELEASE-QTY > PROD-QUARANTINE
                   DISPLAY "INVALID QUANTITY - MUST BE 1 TO "
                      PROD-QUARANTINE
               ELSE
                   MOVE SPACES TO WS-REASON-CODE
                   IF WS-ACT-WRITE-OFF
                       PERFORM GET-REASON-CODE
                   END-IF
                   DISPLAY "NOTE (30 characters, BLANK = NONE): "
                      WITH NO ADVANCING
                   ACCEPT WS-NOTE
                   PERFORM POST-RELEASE
               END-IF
           END-IF.

       GET-REASON-CODE.
           MOVE "N" TO WS-REASON-VALID.
           PERFORM UNTIL WS-REASON-IS-VALID
               DISPLAY "REASON CODE (2 characters): "
                  WITH NO ADVANCING
               ACCEPT WS-REASON-CODE
               MOVE WS-REASON-CODE TO RSN-CODE
               READ REASON-FILE
                   INVALID KEY
                       DISPLAY "UNKNOWN REASON CODE: "
                          WS-REASON-CODE
                   NOT INVALID KEY
                       DISPLAY "REASON: " RSN-DESCRIPTION
                       MOVE "Y" TO WS-REASON-VALID
               END-READ
           END-PERFORM.

      * Both actions first move the units back to sellable stock; a
      * write-off then takes them out again as an ordinary adjustment
      * so the stock card and the GL see a normal shrinkage line.
       POST-RELEASE.
           MOVE "R" TO AUDIT-ACTION.
           MOVE PROD-CODE TO AUDIT-CODE.
           MOVE PROD-NAME TO AUDIT-BEFORE-NAME.
           MOVE PROD-PRICE TO AUDIT-BEFORE-PRICE.
           MOVE PROD-STOCK TO AUDIT-BEFORE-STOCK.
           SUBTRACT WS-RELEASE-QTY FROM PROD-QUARANTINE.
           IF WS-ACT-RELEASE
               ADD WS-RELEASE-QTY TO PROD-STOCK
           END-IF.
           REWRITE PRODUCTS-RECORD.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR UPDATING STOCK FOR: " WS-PROD-CODE
           ELSE
               MOVE PROD-NAME TO AUDIT-AFTER-NAME
               MOVE PROD-PRICE TO AUDIT-AFTER-PRICE
               MOVE PROD-STOCK TO AUDIT-AFTER-STOCK
               PERFORM WRITE-AUDIT-RECORD
               MOVE PROD-CODE TO MOV-PROD-CODE
               SET MOV-QUARANTINE TO TRUE
               MOVE WS-RELEASE-QTY TO MOV-QUANTITY
               MOVE PROD-STOCK TO MOV-BALANCE
               IF WS-ACT-WRITE-OFF
                   ADD WS-RELEASE-QTY TO MOV-BALANCE
               END-IF
               PERFORM WRITE-MOVES-RECORD
               COMPUTE WS-SIGNED-QTY = ZERO - WS-RELEASE-QTY
               IF WS-ACT-WRITE-OFF
                   MOVE PROD-CODE TO MOV-PROD-CODE
                   SET MOV-ADJUSTMENT TO TRUE
                   MOVE WS-SIGNED-QTY TO MOV-QUANTITY
                   MOVE PROD-STOCK TO MOV-BALANCE
                   PERFORM WRITE-MOVES-RECORD
                   PERFORM WRITE-ADJUST-RECORD
                   DISPLAY "WRITTEN OFF - STILL IN QUARANTINE "
                      PROD-QUARANTINE
               ELSE
                   DISPLAY "RELEASED - SELLABLE " PROD-STOCK
                      " STILL IN QUARANTINE " PROD-QUARANTINE
               END-IF
               PERFORM WRITE-QUARANTINE-RECORD
               ADD 1 TO WS-RELEASE-COUNT
           END-IF.

       WRITE-ADJUST-RECORD.
           IF FS-ADJUST-OK
               ACCEPT ADJ-DATE FROM DATE YYYYMMDD
               ACCEPT ADJ-TIME FROM TIME
               MOVE WS-PROD-CODE TO ADJ-PROD-CODE
               MOVE WS-SIGNED-QTY TO ADJ-QUANTITY
               MOVE WS-REASON-CODE TO ADJ-REASON
               MOVE WS-NOTE TO ADJ-NOTE
               MOVE WS-OPERATOR-ID TO ADJ-OPERATOR
               WRITE ADJUST-RECORD
           END-IF.

       WRITE-QUARANTINE-RECORD.
           IF FS-QUARANTINE-OK
               ACCEPT QTN-DATE FROM DATE YYYYMMDD
               ACCEPT QTN-TIME FROM TIME
               MOVE WS-PROD-CODE TO QTN-PROD-CODE
               IF WS-ACT-WRITE-OFF
                   SET QTN-WRITTEN-OFF TO TRUE
               ELSE
                   SET QTN-RELEASED TO TRUE
               END-IF
               MOVE WS-SIGNED-QTY TO QTN-QUANTITY
               MOVE PROD-QUARANTINE TO QTN-BALANCE
               MOVE WS-REASON-CODE TO QTN-REASON
               MOVE WS-NOTE TO QTN-NOTE
               MOVE WS-OPERATOR-ID TO QTN-OPERATOR
               WRITE QUARANTINE-RECORD
           END-IF.

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE SPACES TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
           END-IF.

       WRITE-AUDIT-RECORD.
           CALL "AUDIT-NEXT-SEQ" USING AUDIT-SEQ.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE "QUARANTINE-RLSE" TO AUDIT-PROGRAM.
           WRITE AUDIT-RECORD.

       CLOSE-FILES.
           CLOSE PRODUCTS-FILE.
           PERFORM RELEASE-PRODUCTS-LOCK.
           IF FS-REASON-OK
               CLOSE REASON-FILE
           END-IF.
           IF FS-ADJUST-OK
               CLOSE ADJUST-FILE
           END-IF.
           IF FS-AUDIT-OK
               CLOSE AUDIT-LOG-FILE
           END-IF.
           IF FS-MOVES-OK
               CLOSE MOVES-FILE
           END-IF.
           IF FS-QUARANTINE-OK
               CLOSE QUARANTINE-FILE
           END-IF.
           DISPLAY "PROGRAM FINISHED.".

       TAKE-PRODUCTS-LOCK.
           MOVE "T" TO WS-LOCK-ACTION.
           MOVE "QUARANTINE-RLSE" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "PRODUCTS.DAT IN USE BY " WS-LOCK-HOLDER
                  " - TRY AGAIN LATER"
               STOP RUN
           END-IF.

       RELEASE-PRODUCTS-LOCK.
           MOVE "R" TO WS-LOCK-ACTION.
           MOVE "QUARANTINE-RLSE" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
