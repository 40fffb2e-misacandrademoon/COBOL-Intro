      ******************************************************************
      * Author:
      * Date:
      * Purpose: Warranty claim entry for serialized items. The clerk
      *          keys the product and serial of the faulty unit; the
      *          unit must be sold on SERIAL.DAT and still inside its
      *          warranty - the sale date plus PROD-WARRANTY-MONTHS.
      *          The fault is recorded and the unit is either swapped
      *          for an available serial from stock - the replacement
      *          carries the original sale and warranty, leaves
      *          PROD-STOCK with a STOCKMOVES.DAT warranty line, and
      *          the faulty unit goes into PROD-QUARANTINE with a
      *          QUARANTINE.DAT line - or sent away for repair. Each
      *          claim is numbered from WARRCTL.DAT onto WARRCLM.DAT
      *          and a supplier claim line is added to SUPPCLM.DAT for
      *          the product's supplier.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRANTY-CLAIM-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT SERIAL-FILE ASSIGN TO "SERIAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-KEY
               FILE STATUS IS FS-SERIAL.

           SELECT WARRCLM-FILE ASSIGN TO "WARRCLM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WC-NUMBER
               FILE STATUS IS FS-WARRCLM.

           SELECT WARR-CONTROL-FILE ASSIGN TO "WARRCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-WARR-CONTROL.

           SELECT SUPPCLM-FILE ASSIGN TO "SUPPCLM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SUPPCLM.

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

       FD  SERIAL-FILE.
       COPY SERIAL-RECORD.

       FD  WARRCLM-FILE.
       COPY WARRCLM-RECORD.

       FD  WARR-CONTROL-FILE.
       01  WARR-CONTROL-RECORD.
           05 WCCTL-LAST-NUMBER  PIC 9(06).

       FD  SUPPCLM-FILE.
       COPY SUPPCLM-RECORD.

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
       01  FS-SERIAL            PIC XX.
           88 FS-SERIAL-OK      VALUE "00".
       01  FS-WARRCLM           PIC XX.
           88 FS-WARRCLM-OK     VALUE "00".
           88 FS-WARRCLM-NOT-EXIST VALUE "35".
       01  FS-WARR-CONTROL      PIC XX.
           88 FS-WARR-CONTROL-OK VALUE "00".
       01  FS-SUPPCLM           PIC XX.
           88 FS-SUPPCLM-OK     VALUE "00".
           88 FS-SUPPCLM-NOT-EXIST VALUE "35".
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
       01  WS-SERIAL-NUMBER     PIC X(15).
       01  WS-NEW-SERIAL        PIC X(15).
       01  WS-FAULT             PIC X(40).
       01  WS-CLAIM-ACTION      PIC X.
           88 WS-ACTION-SWAP    VALUE "S", "s".
           88 WS-ACTION-REPAIR  VALUE "R", "r".
       01  WS-CLAIM-NUMBER      PIC 9(6).
       01  WS-OPERATOR-ID       PIC 9(5) VALUE ZERO.
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-CLAIM-COUNT       PIC 9(5) VALUE ZERO.

       01  WS-SWAP-OK           PIC X.
           88 WS-SWAP-SUCCEEDED VALUE "Y".

      * Faulty unit's record, kept while the replacement is read
       01  WS-FAULTY-SERIAL.
           05 WS-FLT-PROD-CODE  PIC X(5).
           05 WS-FLT-SERIAL     PIC X(15).
           05 WS-FLT-PO-NUMBER  PIC 9(6).
           05 WS-FLT-RECV-DATE  PIC 9(8).
           05 WS-FLT-SALE-NUMBER PIC 9(8).
           05 WS-FLT-SALE-DATE  PIC 9(8).
           05 WS-FLT-CLIENTE    PIC X(10).

       01  WS-MONTH-COUNT       PIC 9(6).
       01  WS-EXPIRY-DATE       PIC 9(8).
       01  WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-DATE.
           05 WS-EXPIRY-YYYY    PIC 9(4).
           05 WS-EXPIRY-MM      PIC 9(2).
           05 WS-EXPIRY-DD      PIC 9(2).

       01  WS-LOCK-ACTION       PIC X.
       01  WS-LOCK-NAME         PIC X(12) VALUE "PRODUCTS".
       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           IF FS-PRODUCTS-OK AND FS-SERIAL-OK AND FS-WARRCLM-OK
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM READ-SIGNON-SESSION
               DISPLAY " "
               DISPLAY "WARRANTY CLAIM ENTRY"
               PERFORM CLAIM-ONE-UNIT UNTIL NOT WS-YES
               DISPLAY " "
               DISPLAY "CLAIMS RECORDED: " WS-CLAIM-COUNT
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           PERFORM TAKE-PRODUCTS-LOCK.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "WARRANTY-CLAIM-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O SERIAL-FILE.
           IF NOT FS-SERIAL-OK
               DISPLAY "ERROR OPENING SERIAL.DAT: " FS-SERIAL
               MOVE "WARRANTY-CLAIM-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SERIAL.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SERIAL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O WARRCLM-FILE.
           IF FS-WARRCLM-NOT-EXIST
               OPEN OUTPUT WARRCLM-FILE
               CLOSE WARRCLM-FILE
               OPEN I-O WARRCLM-FILE
           END-IF.
           IF NOT FS-WARRCLM-OK
               DISPLAY "ERROR OPENING WARRCLM.DAT: " FS-WARRCLM
               MOVE "WARRANTY-CLAIM-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "WARRCLM.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-WARRCLM TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND SUPPCLM-FILE.
           IF FS-SUPPCLM-NOT-EXIST
               OPEN OUTPUT SUPPCLM-FILE
           END-IF.
           IF NOT FS-SUPPCLM-OK
               DISPLAY "ERROR OPENING SUPPCLM.DAT: " FS-SUPPCLM
               MOVE "WARRANTY-CLAIM-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SUPPCLM.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUPPCLM TO ERP-STATUS
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

       CLAIM-ONE-UNIT.
           DISPLAY " ".
           DISPLAY "PRODUCT CODE (5 characters): " WITH NO ADVANCING.
           ACCEPT WS-PROD-CODE.
           DISPLAY "SERIAL NUMBER (15 characters): "
              WITH NO ADVANCING.
           ACCEPT WS-SERIAL-NUMBER.
           MOVE WS-PROD-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   DISPLAY "ERROR: PRODUCT NOT FOUND - " WS-PROD-CODE
               NOT INVALID KEY
                   PERFORM CHECK-SERIAL-COVERED
           END-READ.
           DISPLAY "ANOTHER CLAIM? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       CHECK-SERIAL-COVERED.
           MOVE WS-PROD-CODE TO SER-PROD-CODE.
           MOVE WS-SERIAL-NUMBER TO SER-SERIAL-NUMBER.
           READ SERIAL-FILE
               INVALID KEY
                   DISPLAY "SERIAL NOT ON FILE: " WS-SERIAL-NUMBER
               NOT INVALID KEY
                   IF NOT SER-SOLD
                       DISPLAY "SERIAL " WS-SERIAL-NUMBER
                          " IS NOT A SOLD UNIT (STATUS " SER-STATUS
                          ") - NO CLAIM"
                   ELSE
                       IF PROD-WARRANTY-MONTHS = ZERO
                           DISPLAY PROD-NAME " CARRIES NO WARRANTY "
                              "- NO CLAIM"
                       ELSE
                           PERFORM COMPUTE-WARRANTY-EXPIRY
                           IF WS-EXPIRY-DATE < WS-TODAY-DATE
                               DISPLAY "SOLD " SER-SALE-DATE
                                  " - WARRANTY EXPIRED "
                                  WS-EXPIRY-DATE " - NO CLAIM"
                           ELSE
                               DISPLAY "SOLD " SER-SALE-DATE " TO "
                                  SER-CLAVE-CLIENTE
                                  " - COVERED UNTIL " WS-EXPIRY-DATE
                               PERFORM CAPTURE-CLAIM
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * Sale date plus the warranty months, pulled back to the last
      * day of the month when that day does not exist
       COMPUTE-WARRANTY-EXPIRY.
           MOVE SER-SALE-DATE TO WS-EXPIRY-DATE.
           COMPUTE WS-MONTH-COUNT = WS-EXPIRY-YYYY * 12
              + WS-EXPIRY-MM - 1 + PROD-WARRANTY-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-EXPIRY-YYYY
              REMAINDER WS-EXPIRY-MM.
           ADD 1 TO WS-EXPIRY-MM.
           PERFORM UNTIL WS-EXPIRY-DD < 29 OR
              FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRY-DATE) = ZERO
               SUBTRACT 1 FROM WS-EXPIRY-DD
           END-PERFORM.

       CAPTURE-CLAIM.
           MOVE SER-PROD-CODE TO WS-FLT-PROD-CODE.
           MOVE SER-SERIAL-NUMBER TO WS-FLT-SERIAL.
           MOVE SER-PO-NUMBER TO WS-FLT-PO-NUMBER.
           MOVE SER-RECEIVE-DATE TO WS-FLT-RECV-DATE.
           MOVE SER-SALE-NUMBER TO WS-FLT-SALE-NUMBER.
           MOVE SER-SALE-DATE TO WS-FLT-SALE-DATE.
           MOVE SER-CLAVE-CLIENTE TO WS-FLT-CLIENTE.
           DISPLAY "FAULT DESCRIPTION (40 characters): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-FAULT.
           ACCEPT WS-FAULT.
           MOVE SPACE TO WS-CLAIM-ACTION.
           PERFORM UNTIL WS-ACTION-SWAP OR WS-ACTION-REPAIR
               DISPLAY "(S)WAP FROM STOCK OR SEND FOR (R)EPAIR: "
                  WITH NO ADVANCING
               ACCEPT WS-CLAIM-ACTION
           END-PERFORM.
           MOVE SPACES TO WS-NEW-SERIAL.
           IF WS-ACTION-SWAP
               PERFORM SWAP-FROM-STOCK
               IF WS-SWAP-SUCCEEDED
                   PERFORM RECORD-CLAIM
               END-IF
           ELSE
               PERFORM SEND-FOR-REPAIR
               PERFORM RECORD-CLAIM
           END-IF.

      * The replacement takes over the faulty unit's sale, so its
      * warranty runs from the original sale date
       SWAP-FROM-STOCK.
           MOVE "N" TO WS-SWAP-OK.
           IF PROD-STOCK = ZERO
               DISPLAY "NO " PROD-CODE " IN STOCK TO SWAP - SEND "
                  "FOR REPAIR INSTEAD"
           ELSE
               DISPLAY "REPLACEMENT SERIAL (15 characters): "
                  WITH NO ADVANCING
               ACCEPT WS-NEW-SERIAL
               MOVE WS-FLT-PROD-CODE TO SER-PROD-CODE
               MOVE WS-NEW-SERIAL TO SER-SERIAL-NUMBER
               READ SERIAL-FILE
                   INVALID KEY
                       DISPLAY "SERIAL NOT ON FILE: " WS-NEW-SERIAL
                   NOT INVALID KEY
                       IF NOT SER-AVAILABLE
                           DISPLAY "SERIAL " WS-NEW-SERIAL
                              " IS NOT IN STOCK (STATUS " SER-STATUS
                              ")"
                       ELSE
                           PERFORM ISSUE-REPLACEMENT
                       END-IF
               END-READ
           END-IF.

       ISSUE-REPLACEMENT.
           SET SER-SOLD TO TRUE.
           MOVE WS-FLT-SALE-NUMBER TO SER-SALE-NUMBER.
           MOVE WS-FLT-SALE-DATE TO SER-SALE-DATE.
           MOVE WS-FLT-CLIENTE TO SER-CLAVE-CLIENTE.
           REWRITE SERIAL-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING SERIAL.DAT: " FS-SERIAL
                   MOVE "WARRANTY-CLAIM-ENTRY" TO ERP-PROGRAM
                   MOVE "ISSUE-REPLACEMENT" TO ERP-PARAGRAPH
                   MOVE "SERIAL.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-SERIAL TO ERP-STATUS
                   MOVE SER-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE "Y" TO WS-SWAP-OK
           END-REWRITE.
           IF WS-SWAP-SUCCEEDED
               MOVE WS-FLT-PROD-CODE TO SER-PROD-CODE
               MOVE WS-FLT-SERIAL TO SER-SERIAL-NUMBER
               READ SERIAL-FILE
                   INVALID KEY
                       DISPLAY "ERROR RE-READING FAULTY SERIAL"
                   NOT INVALID KEY
                       SET SER-FAULTY TO TRUE
                       REWRITE SERIAL-RECORD
                           INVALID KEY
                               DISPLAY "ERROR UPDATING SERIAL.DAT: "
                                  FS-SERIAL
                               MOVE "WARRANTY-CLAIM-ENTRY"
                                  TO ERP-PROGRAM
                               MOVE "ISSUE-REPLACEMENT" TO ERP-PARAGRAPH
                               MOVE "SERIAL.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-SERIAL TO ERP-STATUS
                               MOVE SER-KEY TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       END-REWRITE
               END-READ
               PERFORM POST-SWAP-STOCK
           END-IF.

       POST-SWAP-STOCK.
           MOVE "R" TO AUDIT-ACTION.
           MOVE PROD-CODE TO AUDIT-CODE.
           MOVE PROD-NAME TO AUDIT-BEFORE-NAME.
           MOVE PROD-PRICE TO AUDIT-BEFORE-PRICE.
           MOVE PROD-STOCK TO AUDIT-BEFORE-STOCK.
           SUBTRACT 1 FROM PROD-STOCK.
           ADD 1 TO PROD-QUARANTINE.
           REWRITE PRODUCTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING STOCK FOR: " PROD-CODE
               NOT INVALID KEY
                   MOVE PROD-NAME TO AUDIT-AFTER-NAME
                   MOVE PROD-PRICE TO AUDIT-AFTER-PRICE
                   MOVE PROD-STOCK TO AUDIT-AFTER-STOCK
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE PROD-CODE TO MOV-PROD-CODE
                   SET MOV-WARRANTY TO TRUE
                   MOVE -1 TO MOV-QUANTITY
                   MOVE PROD-STOCK TO MOV-BALANCE
                   PERFORM WRITE-MOVES-RECORD
                   PERFORM WRITE-QUARANTINE-RECORD
                   DISPLAY "REPLACEMENT " WS-NEW-SERIAL " ISSUED - "
                      "FAULTY UNIT TO QUARANTINE"
           END-REWRITE.

       SEND-FOR-REPAIR.
           MOVE WS-FLT-PROD-CODE TO SER-PROD-CODE.
           MOVE WS-FLT-SERIAL TO SER-SERIAL-NUMBER.
           SET SER-AT-REPAIR TO TRUE.
           REWRITE SERIAL-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING SERIAL.DAT: " FS-SERIAL
                   MOVE "WARRANTY-CLAIM-ENTRY" TO ERP-PROGRAM
                   MOVE "SEND-FOR-REPAIR" TO ERP-PARAGRAPH
                   MOVE "SERIAL.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-SERIAL TO ERP-STATUS
                   MOVE SER-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   DISPLAY "UNIT " WS-FLT-SERIAL " MARKED AWAY FOR "
                      "REPAIR"
           END-REWRITE.

       RECORD-CLAIM.
           PERFORM GET-NEXT-CLAIM-NUMBER.
           MOVE WS-CLAIM-NUMBER TO WC-NUMBER.
           MOVE WS-TODAY-DATE TO WC-DATE.
           MOVE WS-FLT-PROD-CODE TO WC-PROD-CODE.
           MOVE WS-FLT-SERIAL TO WC-SERIAL-NUMBER.
           MOVE WS-FLT-CLIENTE TO WC-CLAVE-CLIENTE.
           MOVE WS-FLT-SALE-NUMBER TO WC-SALE-NUMBER.
           MOVE WS-FLT-SALE-DATE TO WC-SALE-DATE.
           MOVE WS-EXPIRY-DATE TO WC-EXPIRY-DATE.
           MOVE PROD-SUPPLIER-CODE TO WC-SUPPLIER-CODE.
           MOVE PROD-COST TO WC-UNIT-COST.
           MOVE WS-FAULT TO WC-FAULT.
           IF WS-ACTION-SWAP
               SET WC-SWAPPED TO TRUE
           ELSE
               SET WC-SENT-TO-REPAIR TO TRUE
           END-IF.
           MOVE WS-NEW-SERIAL TO WC-REPLACEMENT-SERIAL.
           MOVE WS-OPERATOR-ID TO WC-OPERATOR.
           WRITE WARRCLM-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING WARRCLM.DAT: " FS-WARRCLM
                   MOVE "WARRANTY-CLAIM-ENTRY" TO ERP-PROGRAM
                   MOVE "RECORD-CLAIM" TO ERP-PARAGRAPH
                   MOVE "WARRCLM.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-WARRCLM TO ERP-STATUS
                   MOVE WC-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-CLAIM-COUNT
                   DISPLAY "WARRANTY CLAIM " WC-NUMBER " RECORDED"
                   PERFORM WRITE-SUPPLIER-CLAIM
           END-WRITE.

       WRITE-SUPPLIER-CLAIM.
           IF FS-SUPPCLM-OK
               MOVE WC-SUPPLIER-CODE TO SC-SUPPLIER-CODE
               MOVE WC-NUMBER TO SC-CLAIM-NUMBER
               MOVE WC-DATE TO SC-CLAIM-DATE
               MOVE WC-PROD-CODE TO SC-PROD-CODE
               MOVE WC-SERIAL-NUMBER TO SC-SERIAL-NUMBER
               MOVE WS-FLT-PO-NUMBER TO SC-PO-NUMBER
               MOVE WS-FLT-RECV-DATE TO SC-RECEIVE-DATE
               MOVE WC-SALE-DATE TO SC-SALE-DATE
               MOVE WC-FAULT TO SC-FAULT
               MOVE WC-ACTION TO SC-ACTION
               MOVE WC-UNIT-COST TO SC-UNIT-COST
               WRITE SUPPCLM-RECORD
               DISPLAY "SUPPLIER CLAIM RAISED AGAINST "
                  SC-SUPPLIER-CODE
           END-IF.

       GET-NEXT-CLAIM-NUMBER.
           OPEN INPUT WARR-CONTROL-FILE.
           IF FS-WARR-CONTROL-OK
               READ WARR-CONTROL-FILE
                   AT END
                       MOVE ZERO TO WCCTL-LAST-NUMBER
               END-READ
               CLOSE WARR-CONTROL-FILE
           ELSE
               MOVE ZERO TO WCCTL-LAST-NUMBER
           END-IF.
           COMPUTE WS-CLAIM-NUMBER = WCCTL-LAST-NUMBER + 1.
           MOVE WS-CLAIM-NUMBER TO WCCTL-LAST-NUMBER.
           OPEN OUTPUT WARR-CONTROL-FILE.
           WRITE WARR-CONTROL-RECORD.
           CLOSE WARR-CONTROL-FILE.

       WRITE-QUARANTINE-RECORD.
           IF FS-QUARANTINE-OK
               ACCEPT QTN-DATE FROM DATE YYYYMMDD
               ACCEPT QTN-TIME FROM TIME
               MOVE PROD-CODE TO QTN-PROD-CODE
               SET QTN-RECEIVED TO TRUE
               MOVE 1 TO QTN-QUANTITY
               MOVE PROD-QUARANTINE TO QTN-BALANCE
               MOVE SPACES TO QTN-REASON QTN-NOTE
               STRING "WARRANTY RETURN " DELIMITED BY SIZE
                  WS-FLT-SERIAL DELIMITED BY SIZE
                  INTO QTN-NOTE
               END-STRING
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
           IF FS-AUDIT-OK
               CALL "AUDIT-NEXT-SEQ" USING AUDIT-SEQ
               ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT AUDIT-TIME FROM TIME
               MOVE "WARRANTY-CLAIM" TO AUDIT-PROGRAM
               WRITE AUDIT-RECORD
           END-IF.

       CLOSE-FILES.
           CLOSE PRODUCTS-FILE.
           PERFORM RELEASE-PRODUCTS-LOCK.
           IF FS-SERIAL-OK
               CLOSE SERIAL-FILE
           END-IF.
           IF FS-WARRCLM-OK
               CLOSE WARRCLM-FILE
           END-IF.
           IF FS-SUPPCLM-OK
               CLOSE SUPPCLM-FILE
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
           MOVE "WARRANTY-CLAIM" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "PRODUCTS.DAT IN USE BY " WS-LOCK-HOLDER
                  " - TRY AGAIN LATER"
               STOP RUN
           END-IF.

       RELEASE-PRODUCTS-LOCK.
           MOVE "R" TO WS-LOCK-ACTION.
           MOVE "WARRANTY-CLAIM" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
