      *          through CALENDAR-MANAGER so weekends and holidays
      *          stop inflating supplier lateness - with
      *          add/update/cancel maintenance like PRODUCT-ENTRY
      *          has. A new PO, or a draft from PO-GENERATE, is
      *          released through the approval step: its value at
      *          PROD-COST decides through PO-APPROVAL-MANAGER whether
      *          it opens at once or waits on PURCHORD.DAT for a
      *          supervisor or manager in PO-APPROVAL. Each line
      *          carries the PROD-COST it was ordered at as
      *          PO-UNIT-COST, the cost RECEIVING averages in.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PO-CONTROL.

           SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SIGNON.

           SELECT OTB-FILE ASSIGN TO "OTB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 SUPP-NAME          PIC X(25).
           05 SUPP-CONTACT       PIC X(20).
           05 SUPP-LEAD-DAYS     PIC 9(3).
           05 SUPP-ORDER-DAYS    PIC X(7).
           05 SUPP-MIN-ORDER     PIC 9(7)V99.
           05 SUPP-FREE-FREIGHT  PIC 9(7)V99.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.
       01  PO-CONTROL-RECORD.
           05 POCTL-LAST-NUMBER   PIC 9(6).

       FD  SIGNON-FILE.
       COPY SIGNON-RECORD.

       FD  OTB-FILE.
       COPY OTB-RECORD.

           88 WS-NO-MORE-LINES  VALUE "Y".
       01  WS-RELEASE-COUNT     PIC 9(3) VALUE ZERO.

       01  FS-SIGNON            PIC XX.
           88 FS-SIGNON-OK      VALUE "00".
       01  WS-APR-ACTION        PIC X.
       01  WS-APR-SUPPLIER      PIC X(4).
       01  WS-APR-VALUE         PIC 9(9)V99.
       01  WS-APR-LEVEL         PIC X.
           88 WS-APR-AUTO       VALUE "A".
           88 WS-APR-SUPERVISOR VALUE "S".
       01  WS-APR-HISTORY       PIC X.
       01  WS-APR-OPER-ID       PIC 9(5).
       01  WS-APR-OPER-ROLE     PIC X.
       01  WS-APR-RESULT        PIC X.
       01  WS-APR-VALUE-EDIT    PIC ZZZ,ZZZ,ZZ9.99.

       01  FS-OTB               PIC XX.
           88 FS-OTB-OK         VALUE "00".
       01  WS-OTB-MONTH         PIC 9(6).
       01  WS-FIN-OTB           PIC X.
           88 WS-NO-MORE-OTB    VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING PURCHORD.DAT: " FS-PURCHORD
               MOVE "PO-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PURCHORD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PURCHORD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT SUPPLIERS-FILE.
           IF NOT FS-SUPPLIERS-OK
               DISPLAY "ERROR OPENING SUPPLIERS.DAT: " FS-SUPPLIERS
               MOVE "PO-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SUPPLIERS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUPPLIERS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "PO-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT OTB-FILE.
           IF NOT FS-OTB-OK
               END-IF
           END-PERFORM.
           DISPLAY "ORDER LINES WRITTEN: " WS-LINE-COUNT.
           IF WS-LINE-COUNT > ZERO
               PERFORM SUBMIT-ORDER-FOR-APPROVAL
           END-IF.

       ADD-ONE-ORDER-LINE.
           MOVE WS-PROD-CODE TO PROD-CODE
           MOVE WS-SUPPLIER-CODE TO PO-SUPPLIER-CODE.
           MOVE WS-PROD-CODE TO PO-PROD-CODE.
           MOVE WS-ORDER-QTY TO PO-QTY-ORDERED.
           MOVE PROD-COST TO PO-UNIT-COST.
           MOVE ZERO TO PO-QTY-RECEIVED.
           MOVE WS-ORDER-DATE TO PO-ORDER-DATE.
           PERFORM COMPUTE-EXPECTED-DATE.
           MOVE ZERO TO PO-RECEIVED-DATE.
           SET PO-DRAFT TO TRUE.
           WRITE PURCHORD-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING PO LINE: " FS-PURCHORD
                   MOVE "PO-ENTRY" TO ERP-PROGRAM
                   MOVE "WRITE-ORDER-LINE" TO ERP-PARAGRAPH
                   MOVE "PURCHORD.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-PURCHORD TO ERP-STATUS
                   MOVE PO-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-LINE-COUNT
                   DISPLAY "LINE " PO-LINE " - " PO-PROD-CODE
           END-READ.

       ADD-OTB-LINE.
           IF PO-OPEN OR PO-DRAFT OR PO-AWAITING-APPROVAL
               COMPUTE WS-OTB-OPEN-QTY =
                  PO-QTY-ORDERED - PO-QTY-RECEIVED
               IF WS-OTB-OPEN-QTY > ZERO
                               INVALID KEY
                                   DISPLAY "ERROR UPDATING PO LINE: "
                                      FS-PURCHORD
                                   MOVE "PO-ENTRY" TO ERP-PROGRAM
                                   MOVE "UPDATE-ORDER-LINE"
                                      TO ERP-PARAGRAPH
                                   MOVE "PURCHORD.DAT" TO ERP-FILE
                                   MOVE "REWRITE" TO ERP-OPERATION
                                   MOVE FS-PURCHORD TO ERP-STATUS
                                   MOVE PO-KEY TO ERP-KEY
                                   CALL "ERROR-LOGGER"
                                      USING ERRLOG-PARMS
                               NOT INVALID KEY
                                   DISPLAY "PO LINE SUCCESSFULLY "
                                      "UPDATED"
           END-IF.

       CANCEL-ORDER-LINE.
           IF PO-OPEN OR PO-DRAFT OR PO-AWAITING-APPROVAL
               SET PO-CANCELLED TO TRUE
               REWRITE PURCHORD-RECORD
                   INVALID KEY
                       DISPLAY "ERROR CANCELLING LINE " PO-LINE
                          ": " FS-PURCHORD
                       MOVE "PO-ENTRY" TO ERP-PROGRAM
                       MOVE "CANCEL-ORDER-LINE" TO ERP-PARAGRAPH
                       MOVE "PURCHORD.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-PURCHORD TO ERP-STATUS
                       MOVE PO-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-CANCEL-COUNT
                       DISPLAY "LINE " PO-LINE " CANCELLED"
           DISPLAY "DRAFT PO NUMBER TO RELEASE (6 digits): "
              WITH NO ADVANCING.
           ACCEPT WS-PO-NUMBER.
           PERFORM SUBMIT-ORDER-FOR-APPROVAL.

      * Value the draft lines at PROD-COST; small orders open at once,
      * the rest wait for PO-APPROVAL
       SUBMIT-ORDER-FOR-APPROVAL.
           MOVE ZERO TO WS-APR-VALUE WS-RELEASE-COUNT.
           MOVE SPACES TO WS-APR-SUPPLIER.
           MOVE WS-PO-NUMBER TO PO-NUMBER.
           MOVE ZERO TO PO-LINE.
           MOVE "N" TO WS-END-OF-ORDER.
                   SET WS-NO-MORE-LINES TO TRUE
           END-START.
           PERFORM READ-NEXT-ORDER-LINE.
           PERFORM VALUE-DRAFT-LINE UNTIL WS-NO-MORE-LINES.
           IF WS-APR-SUPPLIER = SPACES
               DISPLAY "NO DRAFT LINES FOUND FOR PO " WS-PO-NUMBER
           ELSE
               MOVE "L" TO WS-APR-ACTION
               PERFORM CALL-APPROVAL-MANAGER
               PERFORM RELEASE-DRAFT-LINES
               PERFORM READ-SESSION-OPERATOR
               MOVE WS-APR-VALUE TO WS-APR-VALUE-EDIT
               IF WS-APR-AUTO
                   MOVE "U" TO WS-APR-HISTORY
                   DISPLAY "LINES RELEASED: " WS-RELEASE-COUNT
                      " - PO " WS-PO-NUMBER " IS NOW OPEN (VALUE "
                      WS-APR-VALUE-EDIT ")"
               ELSE
                   MOVE "S" TO WS-APR-HISTORY
                   IF WS-APR-SUPERVISOR
                       DISPLAY "PO " WS-PO-NUMBER " VALUE "
                          WS-APR-VALUE-EDIT " NEEDS SUPERVISOR "
                          "APPROVAL IN PO-APPROVAL"
                   ELSE
                       DISPLAY "PO " WS-PO-NUMBER " VALUE "
                          WS-APR-VALUE-EDIT " NEEDS MANAGER "
                          "APPROVAL IN PO-APPROVAL"
                   END-IF
               END-IF
               MOVE "H" TO WS-APR-ACTION
               PERFORM CALL-APPROVAL-MANAGER
           END-IF.

       VALUE-DRAFT-LINE.
           IF PO-DRAFT
               MOVE PO-SUPPLIER-CODE TO WS-APR-SUPPLIER
               MOVE PO-PROD-CODE TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       MOVE ZERO TO PROD-COST
               END-READ
               COMPUTE WS-APR-VALUE = WS-APR-VALUE
                  + PROD-COST * PO-QTY-ORDERED
           END-IF.
           PERFORM READ-NEXT-ORDER-LINE.

       RELEASE-DRAFT-LINES.
           MOVE WS-PO-NUMBER TO PO-NUMBER.
           MOVE ZERO TO PO-LINE.
           MOVE "N" TO WS-END-OF-ORDER.
           START PURCHORD-FILE KEY IS >= PO-KEY
               INVALID KEY
                   SET WS-NO-MORE-LINES TO TRUE
           END-START.
           PERFORM READ-NEXT-ORDER-LINE.
           PERFORM RELEASE-ORDER-LINE UNTIL WS-NO-MORE-LINES.

       RELEASE-ORDER-LINE.
           IF PO-DRAFT
               IF WS-APR-AUTO
                   SET PO-OPEN TO TRUE
               ELSE
                   SET PO-AWAITING-APPROVAL TO TRUE
               END-IF
               REWRITE PURCHORD-RECORD
                   INVALID KEY
                       DISPLAY "ERROR RELEASING LINE " PO-LINE
                          ": " FS-PURCHORD
                       MOVE "PO-ENTRY" TO ERP-PROGRAM
                       MOVE "RELEASE-ORDER-LINE" TO ERP-PARAGRAPH
                       MOVE "PURCHORD.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-PURCHORD TO ERP-STATUS
                       MOVE PO-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-RELEASE-COUNT
                       DISPLAY "LINE " PO-LINE " RELEASED - "
           END-IF.
           PERFORM READ-NEXT-ORDER-LINE.

       CALL-APPROVAL-MANAGER.
           CALL "PO-APPROVAL-MANAGER" USING WS-APR-ACTION
              WS-PO-NUMBER WS-APR-SUPPLIER WS-APR-VALUE
              WS-APR-LEVEL WS-APR-HISTORY WS-APR-OPER-ID
              WS-APR-OPER-ROLE WS-APR-RESULT.

       READ-SESSION-OPERATOR.
           MOVE ZERO TO WS-APR-OPER-ID.
           MOVE SPACE TO WS-APR-OPER-ROLE.
           OPEN INPUT SIGNON-FILE.
           IF FS-SIGNON-OK
               READ SIGNON-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SIGNON-OPER-ID TO WS-APR-OPER-ID
                       MOVE SIGNON-ROLE TO WS-APR-OPER-ROLE
               END-READ
               CLOSE SIGNON-FILE
           END-IF.

       SEARCH-ORDER.
           DISPLAY "PO NUMBER TO SEARCH (6 digits): "
              WITH NO ADVANCING.
