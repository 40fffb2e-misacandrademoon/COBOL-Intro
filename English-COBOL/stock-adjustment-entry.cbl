      *          STOCKMOVES.DAT and AUDIT.LOG entries as the other
      *          stock programs do - plus an ADJUST.DAT journal line
      *          the monthly shrinkage report values at PROD-COST by
      *          reason. Damaged stock can instead be moved out of
      *          sellable stock into PROD-QUARANTINE under the same
      *          reason code - logged to STOCKMOVES.DAT and the
      *          QUARANTINE.DAT journal, but not to ADJUST.DAT, since
      *          nothing is lost until QUARANTINE-RELEASE writes it off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SIGNON.

           SELECT QUARANTINE-FILE ASSIGN TO "QUARANTINE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-QUARANTINE.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTS-FILE.
       FD  SIGNON-FILE.
       COPY SIGNON-RECORD.

       FD  QUARANTINE-FILE.
       COPY QUARANTINE-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
           88 FS-MOVES-NOT-EXIST VALUE "35".
       01  FS-SIGNON            PIC XX.
           88 FS-SIGNON-OK      VALUE "00".
       01  FS-QUARANTINE        PIC XX.
           88 FS-QUARANTINE-OK  VALUE "00".
           88 FS-QUARANTINE-NOT-EXIST VALUE "35".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".
       01  WS-DIRECTION         PIC X.
           88 WS-DIR-ADD        VALUE "A", "a".
           88 WS-DIR-SUBTRACT   VALUE "S", "s".
           88 WS-DIR-QUARANTINE VALUE "Q", "q".
       01  WS-ADJUST-QTY        PIC 9(5).
       01  WS-SIGNED-QTY        PIC S9(5).
       01  WS-REASON-CODE       PIC X(2).
       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "STOCK-ADJUSTMENT-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT REASON-FILE.
           IF NOT FS-REASON-OK
           END-IF.
           IF NOT FS-ADJUST-OK
               DISPLAY "ERROR OPENING ADJUST.DAT: " FS-ADJUST
               MOVE "STOCK-ADJUSTMENT-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "ADJUST.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ADJUST TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF FS-AUDIT-NOT-EXIST
           IF FS-MOVES-NOT-EXIST
               OPEN OUTPUT MOVES-FILE
           END-IF.
           OPEN EXTEND QUARANTINE-FILE.
           IF FS-QUARANTINE-NOT-EXIST
               OPEN OUTPUT QUARANTINE-FILE
           END-IF.

       READ-SIGNON-SESSION.
           OPEN INPUT SIGNON-FILE.
                      WS-PROD-CODE
               NOT INVALID KEY
                   DISPLAY PROD-NAME " ON HAND: " PROD-STOCK
                      " IN QUARANTINE: " PROD-QUARANTINE
                   PERFORM CAPTURE-ADJUSTMENT
           END-READ.
           DISPLAY "ADJUST ANOTHER PRODUCT? (Y/N): "
       CAPTURE-ADJUSTMENT.
           MOVE SPACE TO WS-DIRECTION.
           PERFORM UNTIL WS-DIR-ADD OR WS-DIR-SUBTRACT
                         OR WS-DIR-QUARANTINE
               DISPLAY "(A)DD TO STOCK, (S)UBTRACT OR (Q)UARANTINE "
                  "DAMAGED: " WITH NO ADVANCING
               ACCEPT WS-DIRECTION
           END-PERFORM.
           DISPLAY "QUANTITY (5 digits): " WITH NO ADVANCING.
                   DISPLAY "NOTE (30 characters, BLANK = NONE): "
                      WITH NO ADVANCING
                   ACCEPT WS-NOTE
                   IF WS-DIR-QUARANTINE
                       PERFORM POST-QUARANTINE
                   ELSE
                       PERFORM POST-ADJUSTMENT
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-IF.

       POST-QUARANTINE.
           IF WS-ADJUST-QTY > PROD-STOCK
               DISPLAY "CANNOT QUARANTINE " WS-ADJUST-QTY
                  " - ONLY " PROD-STOCK " ON HAND"
           ELSE
               COMPUTE WS-SIGNED-QTY = ZERO - WS-ADJUST-QTY
               MOVE "R" TO AUDIT-ACTION
               MOVE PROD-CODE TO AUDIT-CODE
               MOVE PROD-NAME TO AUDIT-BEFORE-NAME
               MOVE PROD-PRICE TO AUDIT-BEFORE-PRICE
               MOVE PROD-STOCK TO AUDIT-BEFORE-STOCK
               SUBTRACT WS-ADJUST-QTY FROM PROD-STOCK
               ADD WS-ADJUST-QTY TO PROD-QUARANTINE
               REWRITE PRODUCTS-RECORD
               IF NOT FS-PRODUCTS-OK
                   DISPLAY "ERROR UPDATING STOCK FOR: "
                      WS-PROD-CODE
               ELSE
                   MOVE PROD-NAME TO AUDIT-AFTER-NAME
                   MOVE PROD-PRICE TO AUDIT-AFTER-PRICE
                   MOVE PROD-STOCK TO AUDIT-AFTER-STOCK
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE PROD-CODE TO MOV-PROD-CODE
                   SET MOV-QUARANTINE TO TRUE
                   MOVE WS-SIGNED-QTY TO MOV-QUANTITY
                   MOVE PROD-STOCK TO MOV-BALANCE
                   PERFORM WRITE-MOVES-RECORD
                   PERFORM WRITE-QUARANTINE-RECORD
                   ADD 1 TO WS-ADJUST-COUNT
                   DISPLAY "QUARANTINED - SELLABLE " PROD-STOCK
                      " IN QUARANTINE " PROD-QUARANTINE
               END-IF
           END-IF.

       WRITE-QUARANTINE-RECORD.
           IF FS-QUARANTINE-OK
               ACCEPT QTN-DATE FROM DATE YYYYMMDD
               ACCEPT QTN-TIME FROM TIME
               MOVE WS-PROD-CODE TO QTN-PROD-CODE
               SET QTN-DAMAGED TO TRUE
               MOVE WS-ADJUST-QTY TO QTN-QUANTITY
               MOVE PROD-QUARANTINE TO QTN-BALANCE
               MOVE WS-REASON-CODE TO QTN-REASON
               MOVE WS-NOTE TO QTN-NOTE
               MOVE WS-OPERATOR-ID TO QTN-OPERATOR
               WRITE QUARANTINE-RECORD
           END-IF.

       WRITE-ADJUST-RECORD.
           IF FS-ADJUST-OK
               ACCEPT ADJ-DATE FROM DATE YYYYMMDD

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE SPACES TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
           IF FS-MOVES-OK
               CLOSE MOVES-FILE
           END-IF.
           IF FS-QUARANTINE-OK
               CLOSE QUARANTINE-FILE
           END-IF.
           DISPLAY "PROGRAM FINISHED.".

       TAKE-PRODUCTS-LOCK.
