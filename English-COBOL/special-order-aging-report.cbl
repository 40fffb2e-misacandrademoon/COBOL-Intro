      ******************************************************************
      * Author:
      * Date:
      * Purpose: Uncollected special orders aging report. Walks
      *          SPECORD.DAT in order number and shows every order
      *          still on order with the supplier or received and
      *          waiting for the customer, with days since it was
      *          taken (on order) or since the goods came in
      *          (received), the order value and the deposit held -
      *          flagging orders older than the staleness threshold so
      *          the floor can chase the supplier or the customer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPECIAL-ORDER-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPECORD-FILE ASSIGN TO "SPECORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-NUMBER
               ALTERNATE RECORD KEY IS SO-PO-REF WITH DUPLICATES
               FILE STATUS IS FS-SPECORD.

       DATA DIVISION.
       FILE SECTION.
       FD  SPECORD-FILE.
       COPY SPECORD-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-SPECORD           PIC XX.
           88 FS-SPECORD-OK     VALUE "00".
           88 FS-SPECORD-EOF    VALUE "10".

       01  WS-STALE-DAYS        PIC 9(3) VALUE 30.
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-TODAY-INTEGER     PIC 9(8).
       01  WS-DAYS-OLD          PIC S9(5).
       01  WS-AGE-FROM          PIC 9(8).
       01  WS-STAGE             PIC X(8).

       01  WS-ORDER-VALUE       PIC 9(9)V99.
       01  WS-VALUE-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  WS-DEPOSIT-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01  WS-OPEN-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-STALE-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-MONEY-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-MONEY-EDIT2       PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT        PIC ZZZ,ZZZ,ZZ9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM OPEN-FILES.
           IF FS-SPECORD-OK
               DISPLAY " "
               DISPLAY "UNCOLLECTED SPECIAL ORDERS AGING - "
                  WS-TODAY-DATE
               DISPLAY "ORDER  CUSTOMER   PROD  STAGE    SINCE    "
                  "DAYS        VALUE      DEPOSIT"
               MOVE ZERO TO SO-NUMBER
               START SPECORD-FILE KEY IS >= SO-NUMBER
                   INVALID KEY
                       SET FS-SPECORD-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-ORDER
               PERFORM AGE-ONE-ORDER UNTIL FS-SPECORD-EOF
               DISPLAY " "
               DISPLAY "UNCOLLECTED ORDERS: " WS-OPEN-COUNT
               DISPLAY "STALE (OVER " WS-STALE-DAYS " DAYS): "
                  WS-STALE-COUNT
               MOVE WS-VALUE-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "ORDER VALUE:   " WS-TOTAL-EDIT
               MOVE WS-DEPOSIT-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "DEPOSITS HELD: " WS-TOTAL-EDIT
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT SPECORD-FILE.
           IF NOT FS-SPECORD-OK
               DISPLAY "ERROR OPENING SPECORD.DAT: " FS-SPECORD
               MOVE "SPECIAL-ORDER-AGING" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SPECORD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SPECORD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-ORDER.
           READ SPECORD-FILE NEXT RECORD
               AT END
                   SET FS-SPECORD-EOF TO TRUE
           END-READ.

       AGE-ONE-ORDER.
           IF SO-NOT-COLLECTED
               PERFORM PRINT-ONE-ORDER
           END-IF.
           PERFORM READ-NEXT-ORDER.

       PRINT-ONE-ORDER.
           IF SO-RECEIVED
               MOVE "RECEIVED" TO WS-STAGE
               MOVE SO-RECEIVED-DATE TO WS-AGE-FROM
           ELSE
               MOVE "ON ORDER" TO WS-STAGE
               MOVE SO-FECHA TO WS-AGE-FROM
           END-IF.
           COMPUTE WS-DAYS-OLD = WS-TODAY-INTEGER -
              FUNCTION INTEGER-OF-DATE(WS-AGE-FROM).
           COMPUTE WS-ORDER-VALUE = SO-PRICE * SO-QUANTITY.
           ADD WS-ORDER-VALUE TO WS-VALUE-TOTAL.
           ADD SO-DEPOSIT TO WS-DEPOSIT-TOTAL.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE WS-ORDER-VALUE TO WS-MONEY-EDIT.
           MOVE SO-DEPOSIT TO WS-MONEY-EDIT2.
           IF WS-DAYS-OLD > WS-STALE-DAYS
               ADD 1 TO WS-STALE-COUNT
               DISPLAY SO-NUMBER " " SO-CLAVE-CLIENTE " "
                  SO-PROD-CODE " " WS-STAGE " " WS-AGE-FROM " "
                  WS-DAYS-OLD " " WS-MONEY-EDIT " " WS-MONEY-EDIT2
                  "  ** STALE **"
           ELSE
               DISPLAY SO-NUMBER " " SO-CLAVE-CLIENTE " "
                  SO-PROD-CODE " " WS-STAGE " " WS-AGE-FROM " "
                  WS-DAYS-OLD " " WS-MONEY-EDIT " " WS-MONEY-EDIT2
           END-IF.

       CLOSE-FILES.
           IF FS-SPECORD-OK OR FS-SPECORD-EOF
               CLOSE SPECORD-FILE
           END-IF.
