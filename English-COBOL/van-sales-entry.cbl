      ******************************************************************
      * Author:
      * Date:
      * Purpose: Books a route driver's van sales and deliveries
      *          against the van stock VAN-LOAD put on VANLOAD.DAT.
      *          Lines are keyed from the driver's sheet or imported
      *          from the handheld's comma-delimited VANSALES.TXT
      *          (route, route date, S or D, code, quantity, cash).
      *          A sale adds to VL-SOLD and to the route day's sales
      *          value at the loaded price; a delivery adds to
      *          VL-DELIVERED and books any cash collected on the
      *          drop. Nothing can be booked beyond what is on the van
      *          or against a route day already settled; rejected
      *          import lines go to the suspense file. Once imported,
      *          VANSALES.TXT is copied to VANSALES.DONE and cleared so
      *          a rerun posts nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAN-SALES-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VANDAY-FILE ASSIGN TO "VANDAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VD-KEY
               FILE STATUS IS FS-VANDAY.

           SELECT VANLOAD-FILE ASSIGN TO "VANLOAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VL-KEY
               FILE STATUS IS FS-VANLOAD.

           SELECT VANSALES-FILE ASSIGN TO "VANSALES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VANSALES.

           SELECT DONE-FILE ASSIGN TO "VANSALES.DONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DONE.

       DATA DIVISION.
       FILE SECTION.
       FD  VANDAY-FILE.
       COPY VANDAY-RECORD.

       FD  VANLOAD-FILE.
       COPY VANLOAD-RECORD.

       FD  VANSALES-FILE.
       01  VANSALES-LINE         PIC X(60).

       FD  DONE-FILE.
       01  DONE-LINE             PIC X(60).

       WORKING-STORAGE SECTION.
       01  FS-VANDAY            PIC XX.
           88 FS-VANDAY-OK      VALUE "00".
       01  FS-VANLOAD           PIC XX.
           88 FS-VANLOAD-OK     VALUE "00".
       01  WS-VANDAY-OPEN       PIC X VALUE "N".
           88 WS-VANDAY-IS-OPEN VALUE "Y".
       01  WS-VANLOAD-OPEN      PIC X VALUE "N".
           88 WS-VANLOAD-IS-OPEN VALUE "Y".
       01  FS-VANSALES          PIC XX.
           88 FS-VANSALES-OK    VALUE "00".
           88 FS-VANSALES-EOF   VALUE "10".
       01  FS-DONE              PIC XX.
           88 FS-DONE-OK        VALUE "00".
       01  WS-LINES-READ        PIC 9(5) VALUE ZERO.

       01  WS-MODE              PIC X.
           88 WS-MODE-KEY       VALUE "K", "k".
           88 WS-MODE-IMPORT    VALUE "I", "i".
       01  WS-DONE              PIC X VALUE "N".
           88 WS-ENTRY-DONE     VALUE "Y".

       01  WS-TX-ROUTE          PIC X(2).
       01  WS-TX-DATE           PIC 9(8).
       01  WS-TX-TYPE           PIC X.
           88 WS-TX-SALE        VALUE "S", "s".
           88 WS-TX-DELIVERY    VALUE "D", "d".
       01  WS-TX-PROD           PIC X(5).
       01  WS-TX-QTY            PIC 9(5).
       01  WS-TX-CASH           PIC 9(7)V99.
       01  WS-TX-ON-VAN         PIC S9(6).
       01  WS-TX-VALUE          PIC 9(9)V99.
       01  WS-TX-RESULT         PIC X.
           88 WS-TX-POSTED      VALUE "Y".
       01  WS-TX-MESSAGE        PIC X(30).

       01  WS-FIELD-COUNT       PIC 9.
       01  WS-FIELD-ROUTE       PIC X(2).
       01  WS-FIELD-DATE        PIC X(8).
       01  WS-FIELD-TYPE        PIC X(1).
       01  WS-FIELD-PROD        PIC X(5).
       01  WS-FIELD-QTY         PIC X(7).
       01  WS-FIELD-CASH        PIC X(12).

       01  WS-POSTED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-SUS-SOURCE        PIC X(17).
       01  WS-SUS-REASON        PIC X(30).
       01  WS-SUS-DATA          PIC X(80).
       01  WS-SUS-RESULT        PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           IF FS-VANDAY-OK AND FS-VANLOAD-OK
               DISPLAY " "
               DISPLAY "VAN SALES AND DELIVERIES"
               DISPLAY "(K)EY FROM DRIVER SHEET OR (I)MPORT "
                  "VANSALES.TXT: " WITH NO ADVANCING
               ACCEPT WS-MODE
               EVALUATE TRUE
                   WHEN WS-MODE-KEY
                       PERFORM KEY-TRANSACTIONS
                   WHEN WS-MODE-IMPORT
                       PERFORM IMPORT-TRANSACTIONS
                   WHEN OTHER
                       DISPLAY "INVALID OPTION"
               END-EVALUATE
               DISPLAY " "
               DISPLAY "LINES POSTED:   " WS-POSTED-COUNT
               DISPLAY "LINES REJECTED: " WS-REJECTED-COUNT
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O VANDAY-FILE.
           IF FS-VANDAY-OK
               SET WS-VANDAY-IS-OPEN TO TRUE
           ELSE
               DISPLAY "VANDAY.DAT NOT AVAILABLE - LOAD THE VAN IN "
                  "VAN-LOAD FIRST"
           END-IF.
           OPEN I-O VANLOAD-FILE.
           IF FS-VANLOAD-OK
               SET WS-VANLOAD-IS-OPEN TO TRUE
           END-IF.
           IF NOT FS-VANLOAD-OK
               DISPLAY "ERROR OPENING VANLOAD.DAT: " FS-VANLOAD
               MOVE "VAN-SALES-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "VANLOAD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VANLOAD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       KEY-TRANSACTIONS.
           DISPLAY "ROUTE CODE (2 characters): " WITH NO ADVANCING.
           ACCEPT WS-TX-ROUTE.
           DISPLAY "ROUTE DATE (YYYYMMDD, 0 = TODAY): "
              WITH NO ADVANCING.
           ACCEPT WS-TX-DATE.
           IF WS-TX-DATE = ZERO
               ACCEPT WS-TX-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM KEY-ONE-TRANSACTION UNTIL WS-ENTRY-DONE.

       KEY-ONE-TRANSACTION.
           DISPLAY " ".
           DISPLAY "PRODUCT CODE (BLANK = FINISH): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-TX-PROD.
           ACCEPT WS-TX-PROD.
           IF WS-TX-PROD = SPACES
               MOVE "Y" TO WS-DONE
           ELSE
               MOVE SPACE TO WS-TX-TYPE
               PERFORM UNTIL WS-TX-SALE OR WS-TX-DELIVERY
                   DISPLAY "(S)OLD FROM VAN OR (D)ELIVERED: "
                      WITH NO ADVANCING
                   ACCEPT WS-TX-TYPE
               END-PERFORM
               DISPLAY "QUANTITY (5 digits): " WITH NO ADVANCING
               ACCEPT WS-TX-QTY
               MOVE ZERO TO WS-TX-CASH
               IF WS-TX-DELIVERY
                   DISPLAY "CASH COLLECTED ON THE DROP (0 = ACCOUNT):"
                      " " WITH NO ADVANCING
                   ACCEPT WS-TX-CASH
               END-IF
               PERFORM POST-VAN-TRANSACTION
               IF WS-TX-POSTED
                   DISPLAY "POSTED - SOLD " VL-SOLD " DELIVERED "
                      VL-DELIVERED
               ELSE
                   DISPLAY "NOT POSTED: " WS-TX-MESSAGE
               END-IF
           END-IF.

       IMPORT-TRANSACTIONS.
           OPEN INPUT VANSALES-FILE.
           IF NOT FS-VANSALES-OK
               DISPLAY "ERROR OPENING VANSALES.TXT: " FS-VANSALES
               MOVE "VAN-SALES-ENTRY" TO ERP-PROGRAM
               MOVE "IMPORT-TRANSACTIONS" TO ERP-PARAGRAPH
               MOVE "VANSALES.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VANSALES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM READ-NEXT-LINE
               PERFORM IMPORT-ONE-LINE UNTIL FS-VANSALES-EOF
               CLOSE VANSALES-FILE
               IF WS-LINES-READ > ZERO
                   PERFORM RETIRE-VANSALES-FILE
               END-IF
           END-IF.

      * Every line read has been posted or sent to suspense; lines
      * resubmitted from suspense are appended to the cleared file
       RETIRE-VANSALES-FILE.
           OPEN INPUT VANSALES-FILE.
           OPEN OUTPUT DONE-FILE.
           IF FS-VANSALES-OK AND FS-DONE-OK
               PERFORM READ-NEXT-LINE
               PERFORM COPY-LINE-TO-DONE UNTIL FS-VANSALES-EOF
               CLOSE DONE-FILE
               CLOSE VANSALES-FILE
               OPEN OUTPUT VANSALES-FILE
               CLOSE VANSALES-FILE
               DISPLAY "VANSALES.TXT MOVED TO VANSALES.DONE AND "
                  "CLEARED - A RERUN POSTS NOTHING"
           ELSE
               DISPLAY "COULD NOT RETIRE VANSALES.TXT: " FS-VANSALES
                  " " FS-DONE
               MOVE "VAN-SALES-ENTRY" TO ERP-PROGRAM
               MOVE "RETIRE-VANSALES-FILE" TO ERP-PARAGRAPH
               MOVE "VANSALES.TXT" TO ERP-FILE
               MOVE "CLOSE" TO ERP-OPERATION
               MOVE FS-VANSALES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       COPY-LINE-TO-DONE.
           MOVE VANSALES-LINE TO DONE-LINE.
           WRITE DONE-LINE.
           PERFORM READ-NEXT-LINE.

       READ-NEXT-LINE.
           READ VANSALES-FILE
               AT END
                   SET FS-VANSALES-EOF TO TRUE
           END-READ.

       IMPORT-ONE-LINE.
           ADD 1 TO WS-LINES-READ.
           PERFORM SPLIT-VANSALES-LINE.
           IF WS-FIELD-COUNT NOT = 6
               MOVE "MALFORMED LINE" TO WS-TX-MESSAGE
               PERFORM REJECT-IMPORT-LINE
           ELSE
               MOVE WS-FIELD-ROUTE TO WS-TX-ROUTE
               COMPUTE WS-TX-DATE = FUNCTION NUMVAL(WS-FIELD-DATE)
               MOVE WS-FIELD-TYPE TO WS-TX-TYPE
               MOVE WS-FIELD-PROD TO WS-TX-PROD
               COMPUTE WS-TX-QTY = FUNCTION NUMVAL(WS-FIELD-QTY)
               COMPUTE WS-TX-CASH = FUNCTION NUMVAL(WS-FIELD-CASH)
               PERFORM POST-VAN-TRANSACTION
               IF NOT WS-TX-POSTED
                   PERFORM REJECT-IMPORT-LINE
               END-IF
           END-IF.
           PERFORM READ-NEXT-LINE.

       REJECT-IMPORT-LINE.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "LINE REJECTED (" WS-TX-MESSAGE "): "
              VANSALES-LINE.
           MOVE "VAN-SALES-ENTRY" TO WS-SUS-SOURCE.
           MOVE WS-TX-MESSAGE TO WS-SUS-REASON.
           MOVE VANSALES-LINE TO WS-SUS-DATA.
           CALL "SUSPENSE-WRITER" USING WS-SUS-SOURCE WS-SUS-REASON
              WS-SUS-DATA WS-SUS-RESULT.

       SPLIT-VANSALES-LINE.
           MOVE SPACES TO WS-FIELD-ROUTE WS-FIELD-DATE WS-FIELD-TYPE
              WS-FIELD-PROD WS-FIELD-QTY WS-FIELD-CASH.
           MOVE 0 TO WS-FIELD-COUNT.
           UNSTRING VANSALES-LINE DELIMITED BY ","
               INTO WS-FIELD-ROUTE, WS-FIELD-DATE, WS-FIELD-TYPE,
                    WS-FIELD-PROD, WS-FIELD-QTY, WS-FIELD-CASH
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.

      * One sale or delivery line against the van. The route day must
      * still be on the road and the product loaded with enough left
      * on the van to cover the quantity
       POST-VAN-TRANSACTION.
           MOVE "N" TO WS-TX-RESULT.
           MOVE SPACES TO WS-TX-MESSAGE.
           MOVE WS-TX-ROUTE TO VD-ROUTE-CODE.
           MOVE WS-TX-DATE TO VD-ROUTE-DATE.
           READ VANDAY-FILE
               INVALID KEY
                   MOVE "ROUTE DAY NOT LOADED" TO WS-TX-MESSAGE
           END-READ.
           IF WS-TX-MESSAGE = SPACES AND VD-SETTLED
               MOVE "ROUTE DAY ALREADY SETTLED" TO WS-TX-MESSAGE
           END-IF.
           IF WS-TX-MESSAGE = SPACES
              AND NOT WS-TX-SALE AND NOT WS-TX-DELIVERY
               MOVE "TYPE MUST BE S OR D" TO WS-TX-MESSAGE
           END-IF.
           IF WS-TX-MESSAGE = SPACES AND WS-TX-QTY = ZERO
               MOVE "QUANTITY MUST BE OVER ZERO" TO WS-TX-MESSAGE
           END-IF.
           IF WS-TX-MESSAGE = SPACES
               MOVE WS-TX-ROUTE TO VL-ROUTE-CODE
               MOVE WS-TX-DATE TO VL-ROUTE-DATE
               MOVE WS-TX-PROD TO VL-PROD-CODE
               READ VANLOAD-FILE
                   INVALID KEY
                       MOVE "PRODUCT NOT ON THE VAN" TO WS-TX-MESSAGE
               END-READ
           END-IF.
           IF WS-TX-MESSAGE = SPACES
               COMPUTE WS-TX-ON-VAN = VL-LOADED + VL-DELIV-LOADED
                  - VL-SOLD - VL-DELIVERED
               IF WS-TX-QTY > WS-TX-ON-VAN
                   MOVE "MORE THAN LEFT ON THE VAN" TO WS-TX-MESSAGE
               END-IF
           END-IF.
           IF WS-TX-MESSAGE = SPACES
               PERFORM APPLY-VAN-TRANSACTION
           END-IF.

       APPLY-VAN-TRANSACTION.
           IF WS-TX-SALE
               ADD WS-TX-QTY TO VL-SOLD
               COMPUTE WS-TX-VALUE = WS-TX-QTY * VL-UNIT-PRICE
               ADD WS-TX-VALUE TO VD-SALES-VALUE
           ELSE
               ADD WS-TX-QTY TO VL-DELIVERED
               ADD WS-TX-CASH TO VD-DELIV-CASH
           END-IF.
           REWRITE VANLOAD-RECORD.
           IF NOT FS-VANLOAD-OK
               MOVE "ERROR UPDATING VANLOAD.DAT" TO WS-TX-MESSAGE
           ELSE
               REWRITE VANDAY-RECORD
               IF NOT FS-VANDAY-OK
                   MOVE "ERROR UPDATING VANDAY.DAT" TO WS-TX-MESSAGE
               ELSE
                   MOVE "Y" TO WS-TX-RESULT
                   ADD 1 TO WS-POSTED-COUNT
               END-IF
           END-IF.

       CLOSE-FILES.
           IF WS-VANDAY-IS-OPEN
               CLOSE VANDAY-FILE
           END-IF.
           IF WS-VANLOAD-IS-OPEN
               CLOSE VANLOAD-FILE
           END-IF.
           DISPLAY "PROGRAM FINISHED.".
