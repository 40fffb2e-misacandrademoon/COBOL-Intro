      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly batch step that applies the supplier cost
      *          changes COST-LIST-IMPORT filed on PENDCOST.DAT whose
      *          effective date has come due - putting the new cost
      *          into PROD-COST on PRODUCTS.DAT, writing each change to
      *          AUDIT.LOG as a cost change (action L, before and
      *          after cost in the price columns, as RECEIVING does for
      *          landed cost), and deleting each applied entry. When a
      *          product has more than one cost due, the latest
      *          effective date is the one left standing. A price
      *          list cost replaces the moving average outright, so the
      *          stock on hand is revalued: each change also goes to
      *          COSTHIST.DAT through COST-HISTORY-WRITER for the GL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-CHANGE-APPLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDCOST-FILE ASSIGN TO "PENDCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCST-KEY
               FILE STATUS IS FS-PENDCOST.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDCOST-FILE.
       COPY PENDCOST-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  AUDIT-LOG-FILE.
       COPY AUDIT-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-PENDCOST          PIC XX.
           88 FS-PENDCOST-OK    VALUE "00".
           88 FS-PENDCOST-EOF   VALUE "10".
           88 FS-PENDCOST-NOT-EXIST VALUE "35".

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  FS-AUDIT-LOG         PIC XX.
           88 FS-AUDIT-OK       VALUE "00".
           88 FS-AUDIT-NOT-EXIST VALUE "35".

       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-APPLIED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-ERROR-COUNT       PIC 9(5) VALUE ZERO.

       01  WS-CH-OLD-COST       PIC 9(7)V99.
       01  WS-CH-NEW-COST       PIC 9(7)V99.
       01  WS-CH-QTY            PIC 9(7).
       01  WS-CH-SOURCE         PIC X VALUE "C".
       01  WS-CH-DOCUMENT       PIC X(20).
       01  WS-CH-RESULT         PIC X.

       01  WS-LOCK-ACTION       PIC X.
       01  WS-LOCK-NAME         PIC X(12) VALUE "PRODUCTS".
       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           IF FS-PENDCOST-NOT-EXIST
               DISPLAY "NO PENDING COST CHANGES ON FILE"
           ELSE
               IF FS-PENDCOST-OK AND FS-PRODUCTS-OK
                   PERFORM OPEN-AUDIT-LOG
                   PERFORM READ-NEXT-PENDING
                   PERFORM APPLY-ONE-CHANGE UNTIL FS-PENDCOST-EOF
                   DISPLAY "COST CHANGES APPLIED: "
                      WS-APPLIED-COUNT
                   IF WS-ERROR-COUNT > ZERO
                       DISPLAY "COST CHANGES IN ERROR: "
                          WS-ERROR-COUNT
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN I-O PENDCOST-FILE.
           IF NOT FS-PENDCOST-OK AND NOT FS-PENDCOST-NOT-EXIST
               DISPLAY "ERROR OPENING PENDCOST.DAT: " FS-PENDCOST
               MOVE "COST-CHANGE-APPLY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PENDCOST.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PENDCOST TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           PERFORM TAKE-PRODUCTS-LOCK.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "COST-CHANGE-APPLY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF FS-AUDIT-NOT-EXIST
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "COST-CHANGE-APPLY" TO ERP-PROGRAM
               MOVE "OPEN-AUDIT-LOG" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-PENDING.
           READ PENDCOST-FILE NEXT RECORD
               AT END
                   SET FS-PENDCOST-EOF TO TRUE
           END-READ.

       APPLY-ONE-CHANGE.
           IF PCST-EFFECTIVE-DATE <= WS-TODAY-DATE
               PERFORM APPLY-COST-TO-MASTER
           END-IF.
           PERFORM READ-NEXT-PENDING.

       APPLY-COST-TO-MASTER.
           MOVE PCST-PROD-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "PRODUCT NOT ON FILE: " PCST-PROD-CODE
               NOT INVALID KEY
                   MOVE "L" TO AUDIT-ACTION
                   MOVE PROD-CODE TO AUDIT-CODE
                   MOVE PROD-NAME TO AUDIT-BEFORE-NAME
                   MOVE PROD-COST TO AUDIT-BEFORE-PRICE
                   MOVE PROD-STOCK TO AUDIT-BEFORE-STOCK
                   MOVE PROD-COST TO WS-CH-OLD-COST
                   MOVE PCST-NEW-COST TO PROD-COST
                   REWRITE PRODUCTS-RECORD
                   IF FS-PRODUCTS-OK
                       ADD 1 TO WS-APPLIED-COUNT
                       DISPLAY PROD-CODE " COST NOW " PROD-COST
                          " (EFFECTIVE " PCST-EFFECTIVE-DATE ")"
                       MOVE PROD-NAME TO AUDIT-AFTER-NAME
                       MOVE PROD-COST TO AUDIT-AFTER-PRICE
                       MOVE PROD-STOCK TO AUDIT-AFTER-STOCK
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM WRITE-COST-HISTORY
                       PERFORM DELETE-APPLIED-CHANGE
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "ERROR UPDATING " PROD-CODE ": "
                          FS-PRODUCTS
                       MOVE "COST-CHANGE-APPLY" TO ERP-PROGRAM
                       MOVE "APPLY-COST-TO-MASTER" TO ERP-PARAGRAPH
                       MOVE "PRODUCTS.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-PRODUCTS TO ERP-STATUS
                       MOVE PROD-CODE TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-IF
           END-READ.

       WRITE-COST-HISTORY.
           MOVE PROD-COST TO WS-CH-NEW-COST.
           COMPUTE WS-CH-QTY = PROD-STOCK + PROD-QUARANTINE.
           MOVE SPACES TO WS-CH-DOCUMENT.
           STRING "PRICE LIST " DELIMITED BY SIZE
                  PCST-EFFECTIVE-DATE DELIMITED BY SIZE
                  INTO WS-CH-DOCUMENT
           END-STRING.
           CALL "COST-HISTORY-WRITER" USING PROD-CODE WS-CH-OLD-COST
              WS-CH-NEW-COST WS-CH-QTY WS-CH-SOURCE WS-CH-DOCUMENT
              WS-CH-RESULT.

       DELETE-APPLIED-CHANGE.
           DELETE PENDCOST-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING APPLIED CHANGE: "
                      FS-PENDCOST
                   MOVE "COST-CHANGE-APPLY" TO ERP-PROGRAM
                   MOVE "DELETE-APPLIED-CHANGE" TO ERP-PARAGRAPH
                   MOVE "PENDCOST.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-PENDCOST TO ERP-STATUS
                   MOVE PCST-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   CONTINUE
           END-DELETE.

       WRITE-AUDIT-RECORD.
           CALL "AUDIT-NEXT-SEQ" USING AUDIT-SEQ.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE "COST-CHG-APPLY" TO AUDIT-PROGRAM.
           WRITE AUDIT-RECORD.

       CLOSE-FILES.
           IF FS-PENDCOST-OK OR FS-PENDCOST-EOF
               CLOSE PENDCOST-FILE
           END-IF.
           CLOSE PRODUCTS-FILE.
           PERFORM RELEASE-PRODUCTS-LOCK.
           IF FS-AUDIT-OK
               CLOSE AUDIT-LOG-FILE
           END-IF.

       TAKE-PRODUCTS-LOCK.
           MOVE "T" TO WS-LOCK-ACTION.
           MOVE "COST-CHG-APPLY" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "PRODUCTS.DAT IN USE BY " WS-LOCK-HOLDER
                  " - TRY AGAIN LATER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       RELEASE-PRODUCTS-LOCK.
           MOVE "R" TO WS-LOCK-ACTION.
           MOVE "COST-CHG-APPLY" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
