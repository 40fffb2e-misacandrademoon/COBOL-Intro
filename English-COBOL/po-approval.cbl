      ******************************************************************
      * Author:
      * Date:
      * Purpose: Purchase order approval. Lists the POs waiting on
      *          PURCHORD.DAT for approval with their value at
      *          PROD-COST and the level PO-APPROVAL-MANAGER says they
      *          need; approves a PO once a supervisor (or a manager)
      *          keys their id and PIN against OPERMAST.DAT - the
      *          largest POs take a manager - turning its lines open
      *          so PO-TRANSMIT will send it; or rejects it back to
      *          draft for the buyer to change in PO-ENTRY. Every
      *          submission, automatic approval, approval and
      *          rejection is on POAPPR.DAT, and the history listing
      *          shows who approved what and when.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-APPROVAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHORD-FILE ASSIGN TO "PURCHORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS FS-PURCHORD.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS FS-OPERMAST.

           SELECT POAPPR-FILE ASSIGN TO "POAPPR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-POAPPR.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHORD-FILE.
       COPY PURCHORD-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  OPERMAST-FILE.
       COPY OPERMAST-RECORD.

       FD  POAPPR-FILE.
       COPY POAPPR-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-PURCHORD          PIC XX.
           88 FS-PURCHORD-OK    VALUE "00".
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
       01  FS-OPERMAST          PIC XX.
           88 FS-OPERMAST-OK    VALUE "00".
       01  FS-POAPPR            PIC XX.
           88 FS-POAPPR-OK      VALUE "00".
           88 FS-POAPPR-EOF     VALUE "10".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".

       01  WS-ACTION            PIC X.
           88 WS-ACTION-LIST    VALUE "L", "l".
           88 WS-ACTION-APPROVE VALUE "A", "a".
           88 WS-ACTION-REJECT  VALUE "J", "j".
           88 WS-ACTION-HISTORY VALUE "H", "h".

       01  WS-PO-NUMBER         PIC 9(6).
       01  WS-CURRENT-PO        PIC 9(6).
       01  WS-FILTER-PO         PIC 9(6).
       01  WS-PENDING-COUNT     PIC 9(5).
       01  WS-LINE-COUNT        PIC 9(3).
       01  WS-HISTORY-COUNT     PIC 9(5).
       01  WS-END-OF-ORDER      PIC X VALUE "N".
           88 WS-NO-MORE-LINES  VALUE "Y".

       01  WS-APPROVER-ID       PIC 9(5).
       01  WS-APPROVER-PIN      PIC 9(4).
       01  WS-APPROVER-ROLE     PIC X.
       01  WS-TRIES             PIC 9(1).
       01  WS-GRANTED           PIC X VALUE "N".
           88 WS-IS-GRANTED     VALUE "Y".

       01  WS-APR-ACTION        PIC X.
       01  WS-APR-SUPPLIER      PIC X(4).
       01  WS-APR-VALUE         PIC 9(9)V99.
       01  WS-APR-LEVEL         PIC X.
           88 WS-APR-AUTO       VALUE "A".
           88 WS-APR-SUPERVISOR VALUE "S".
           88 WS-APR-MANAGER    VALUE "M".
       01  WS-APR-HISTORY       PIC X.
       01  WS-APR-RESULT        PIC X.

       01  WS-VALUE-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-LEVEL-TEXT        PIC X(10).
       01  WS-HISTORY-TEXT      PIC X(13).

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           IF FS-PURCHORD-OK AND FS-PRODUCTS-OK AND FS-OPERMAST-OK
               PERFORM PROCESS-MENU UNTIL NOT WS-YES
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O PURCHORD-FILE.
           IF NOT FS-PURCHORD-OK
               DISPLAY "ERROR OPENING PURCHORD.DAT: " FS-PURCHORD
               MOVE "PO-APPROVAL" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PURCHORD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PURCHORD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "PO-APPROVAL" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT OPERMAST-FILE.
           IF NOT FS-OPERMAST-OK
               DISPLAY "ERROR OPENING OPERMAST.DAT: " FS-OPERMAST
               MOVE "PO-APPROVAL" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "OPERMAST.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-OPERMAST TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
           DISPLAY " ".
           DISPLAY "PURCHASE ORDER APPROVAL".
           DISPLAY "L - LIST PENDING | A - APPROVE | J - REJECT | "
              "H - HISTORY".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-LIST
                   PERFORM LIST-PENDING-ORDERS
               WHEN WS-ACTION-APPROVE
                   PERFORM APPROVE-ORDER
               WHEN WS-ACTION-REJECT
                   PERFORM REJECT-ORDER
               WHEN WS-ACTION-HISTORY
                   PERFORM LIST-APPROVAL-HISTORY
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

           DISPLAY " ".
           DISPLAY "DO YOU WANT TO CONTINUE? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       LIST-PENDING-ORDERS.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE ZERO TO WS-CURRENT-PO.
           MOVE LOW-VALUES TO PO-KEY.
           MOVE "N" TO WS-END-OF-ORDER.
           START PURCHORD-FILE KEY IS >= PO-KEY
               INVALID KEY
                   SET WS-NO-MORE-LINES TO TRUE
           END-START.
           DISPLAY " ".
           DISPLAY "PO     SUPP           VALUE  NEEDS".
           PERFORM READ-NEXT-PO-LINE.
           PERFORM LIST-ONE-PENDING-LINE UNTIL WS-NO-MORE-LINES.
           DISPLAY "POS AWAITING APPROVAL: " WS-PENDING-COUNT.

       READ-NEXT-PO-LINE.
           READ PURCHORD-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-LINES TO TRUE
           END-READ.

       LIST-ONE-PENDING-LINE.
           IF PO-AWAITING-APPROVAL AND PO-NUMBER NOT = WS-CURRENT-PO
               MOVE PO-NUMBER TO WS-CURRENT-PO
               ADD 1 TO WS-PENDING-COUNT
               PERFORM VALUE-PENDING-ORDER
               MOVE WS-APR-VALUE TO WS-VALUE-EDIT
               PERFORM SET-LEVEL-TEXT
               DISPLAY WS-CURRENT-PO " " WS-APR-SUPPLIER " "
                  WS-VALUE-EDIT "  " WS-LEVEL-TEXT
               MOVE WS-CURRENT-PO TO PO-NUMBER
               MOVE 999 TO PO-LINE
               START PURCHORD-FILE KEY IS > PO-KEY
                   INVALID KEY
                       SET WS-NO-MORE-LINES TO TRUE
               END-START
           END-IF.
           IF NOT WS-NO-MORE-LINES
               PERFORM READ-NEXT-PO-LINE
           END-IF.

      * Value and level of the lines still awaiting approval on
      * WS-CURRENT-PO; leaves the file positioned past the PO
       VALUE-PENDING-ORDER.
           MOVE ZERO TO WS-APR-VALUE WS-LINE-COUNT.
           MOVE SPACES TO WS-APR-SUPPLIER.
           MOVE WS-CURRENT-PO TO PO-NUMBER.
           MOVE ZERO TO PO-LINE.
           MOVE "N" TO WS-END-OF-ORDER.
           START PURCHORD-FILE KEY IS >= PO-KEY
               INVALID KEY
                   SET WS-NO-MORE-LINES TO TRUE
           END-START.
           PERFORM READ-NEXT-ORDER-LINE.
           PERFORM VALUE-ONE-LINE UNTIL WS-NO-MORE-LINES.
           MOVE "N" TO WS-END-OF-ORDER.
           MOVE "L" TO WS-APR-ACTION.
           PERFORM CALL-APPROVAL-MANAGER.

       READ-NEXT-ORDER-LINE.
           READ PURCHORD-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-LINES TO TRUE
           END-READ.
           IF NOT WS-NO-MORE-LINES
               IF PO-NUMBER NOT = WS-CURRENT-PO
                   SET WS-NO-MORE-LINES TO TRUE
               END-IF
           END-IF.

       VALUE-ONE-LINE.
           IF PO-AWAITING-APPROVAL
               ADD 1 TO WS-LINE-COUNT
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

       SET-LEVEL-TEXT.
           EVALUATE TRUE
               WHEN WS-APR-SUPERVISOR
                   MOVE "SUPERVISOR" TO WS-LEVEL-TEXT
               WHEN WS-APR-MANAGER
                   MOVE "MANAGER" TO WS-LEVEL-TEXT
               WHEN OTHER
                   MOVE "AUTOMATIC" TO WS-LEVEL-TEXT
           END-EVALUATE.

       APPROVE-ORDER.
           PERFORM GET-PENDING-ORDER.
           IF WS-LINE-COUNT > ZERO
               PERFORM AUTHORIZE-APPROVER
               IF WS-IS-GRANTED
                   MOVE "A" TO WS-APR-HISTORY
                   PERFORM SET-ORDER-STATUS
                   DISPLAY "PO " WS-CURRENT-PO " APPROVED - "
                      WS-LINE-COUNT " LINES NOW OPEN"
                   MOVE "H" TO WS-APR-ACTION
                   PERFORM CALL-APPROVAL-MANAGER
               END-IF
           END-IF.

       REJECT-ORDER.
           PERFORM GET-PENDING-ORDER.
           IF WS-LINE-COUNT > ZERO
               PERFORM AUTHORIZE-APPROVER
               IF WS-IS-GRANTED
                   MOVE "J" TO WS-APR-HISTORY
                   PERFORM SET-ORDER-STATUS
                   DISPLAY "PO " WS-CURRENT-PO " REJECTED - BACK TO "
                      "DRAFT FOR THE BUYER"
                   MOVE "H" TO WS-APR-ACTION
                   PERFORM CALL-APPROVAL-MANAGER
               END-IF
           END-IF.

       GET-PENDING-ORDER.
           DISPLAY "PO NUMBER (6 digits): " WITH NO ADVANCING.
           ACCEPT WS-PO-NUMBER.
           MOVE WS-PO-NUMBER TO WS-CURRENT-PO.
           PERFORM VALUE-PENDING-ORDER.
           IF WS-LINE-COUNT = ZERO
               DISPLAY "PO " WS-PO-NUMBER " IS NOT AWAITING APPROVAL"
           ELSE
               MOVE WS-APR-VALUE TO WS-VALUE-EDIT
               PERFORM SET-LEVEL-TEXT
               DISPLAY "PO " WS-CURRENT-PO " SUPPLIER "
                  WS-APR-SUPPLIER " VALUE " WS-VALUE-EDIT
               DISPLAY "APPROVAL LEVEL: " WS-LEVEL-TEXT
           END-IF.

      * Same id/PIN check as SUPERVISOR-OVERRIDE; a supervisor-level
      * PO takes a supervisor or manager, a manager-level PO a manager
       AUTHORIZE-APPROVER.
           MOVE "N" TO WS-GRANTED.
           MOVE ZERO TO WS-TRIES.
           PERFORM TRY-ONE-AUTHORIZATION
              UNTIL WS-IS-GRANTED OR WS-TRIES >= 3.

       TRY-ONE-AUTHORIZATION.
           DISPLAY "APPROVER ID (5 digits): " WITH NO ADVANCING.
           ACCEPT WS-APPROVER-ID.
           DISPLAY "APPROVER PIN (4 digits): " WITH NO ADVANCING.
           ACCEPT WS-APPROVER-PIN.
           ADD 1 TO WS-TRIES.
           MOVE WS-APPROVER-ID TO OPER-ID.
           READ OPERMAST-FILE
               INVALID KEY
                   DISPLAY "AUTHORIZATION REFUSED"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OPER-INACTIVE
                           DISPLAY "AUTHORIZATION REFUSED"
                       WHEN OPER-PIN NOT = WS-APPROVER-PIN
                           DISPLAY "AUTHORIZATION REFUSED"
                       WHEN OPER-ROLE-COUNTER
                           DISPLAY "AUTHORIZATION REFUSED - NOT A "
                              "SUPERVISOR"
                       WHEN WS-APR-MANAGER AND NOT OPER-ROLE-MANAGER
                           DISPLAY "AUTHORIZATION REFUSED - THIS PO "
                              "NEEDS A MANAGER"
                       WHEN OTHER
                           MOVE "Y" TO WS-GRANTED
                           MOVE OPER-ROLE TO WS-APPROVER-ROLE
                           DISPLAY "AUTHORIZED BY " OPER-NAME
                   END-EVALUATE
           END-READ.

       SET-ORDER-STATUS.
           MOVE WS-CURRENT-PO TO PO-NUMBER.
           MOVE ZERO TO PO-LINE.
           MOVE "N" TO WS-END-OF-ORDER.
           START PURCHORD-FILE KEY IS >= PO-KEY
               INVALID KEY
                   SET WS-NO-MORE-LINES TO TRUE
           END-START.
           PERFORM READ-NEXT-ORDER-LINE.
           PERFORM SET-ONE-LINE-STATUS UNTIL WS-NO-MORE-LINES.

       SET-ONE-LINE-STATUS.
           IF PO-AWAITING-APPROVAL
               IF WS-APR-HISTORY = "A"
                   SET PO-OPEN TO TRUE
               ELSE
                   SET PO-DRAFT TO TRUE
               END-IF
               REWRITE PURCHORD-RECORD
                   INVALID KEY
                       DISPLAY "ERROR UPDATING LINE " PO-LINE ": "
                          FS-PURCHORD
                       MOVE "PO-APPROVAL" TO ERP-PROGRAM
                       MOVE "SET-ONE-LINE-STATUS" TO ERP-PARAGRAPH
                       MOVE "PURCHORD.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-PURCHORD TO ERP-STATUS
                       MOVE PO-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-REWRITE
           END-IF.
           PERFORM READ-NEXT-ORDER-LINE.

       CALL-APPROVAL-MANAGER.
           CALL "PO-APPROVAL-MANAGER" USING WS-APR-ACTION
              WS-CURRENT-PO WS-APR-SUPPLIER WS-APR-VALUE
              WS-APR-LEVEL WS-APR-HISTORY WS-APPROVER-ID
              WS-APPROVER-ROLE WS-APR-RESULT.

       LIST-APPROVAL-HISTORY.
           DISPLAY "PO NUMBER (6 digits, 0 = ALL): "
              WITH NO ADVANCING.
           ACCEPT WS-FILTER-PO.
           MOVE ZERO TO WS-HISTORY-COUNT.
           OPEN INPUT POAPPR-FILE.
           IF NOT FS-POAPPR-OK
               DISPLAY "NO APPROVAL HISTORY ON FILE"
           ELSE
               DISPLAY " "
               DISPLAY "DATE     TIME   PO     SUPP           VALUE "
                  "LEVEL ACTION        OPER  ROLE"
               PERFORM READ-NEXT-HISTORY
               PERFORM LIST-ONE-HISTORY UNTIL FS-POAPPR-EOF
               CLOSE POAPPR-FILE
               DISPLAY "HISTORY RECORDS LISTED: " WS-HISTORY-COUNT
           END-IF.

       READ-NEXT-HISTORY.
           READ POAPPR-FILE
               AT END
                   SET FS-POAPPR-EOF TO TRUE
           END-READ.

       LIST-ONE-HISTORY.
           IF WS-FILTER-PO = ZERO OR POA-PO-NUMBER = WS-FILTER-PO
               ADD 1 TO WS-HISTORY-COUNT
               MOVE POA-VALUE TO WS-VALUE-EDIT
               EVALUATE TRUE
                   WHEN POA-SUBMITTED
                       MOVE "SUBMITTED" TO WS-HISTORY-TEXT
                   WHEN POA-AUTO-APPROVED
                       MOVE "AUTO-APPROVED" TO WS-HISTORY-TEXT
                   WHEN POA-APPROVED
                       MOVE "APPROVED" TO WS-HISTORY-TEXT
                   WHEN POA-REJECTED
                       MOVE "REJECTED" TO WS-HISTORY-TEXT
                   WHEN OTHER
                       MOVE POA-ACTION TO WS-HISTORY-TEXT
               END-EVALUATE
               DISPLAY POA-DATE " " POA-TIME " " POA-PO-NUMBER " "
                  POA-SUPPLIER-CODE " " WS-VALUE-EDIT "  "
                  POA-LEVEL "    " WS-HISTORY-TEXT " " POA-OPER-ID
                  "  " POA-OPER-ROLE
           END-IF.
           PERFORM READ-NEXT-HISTORY.

       CLOSE-FILES.
           CLOSE PURCHORD-FILE.
           CLOSE PRODUCTS-FILE.
           CLOSE OPERMAST-FILE.
           DISPLAY "PROGRAM FINISHED.".
