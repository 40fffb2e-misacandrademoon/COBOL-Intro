      * Author:
      * Date:
      * Purpose: Dunning run off the AR-AGING-REPORT logic. Ages each
      *          customer's open items from ARITEM.DAT, takes open
      *          credits and unapplied cash off the oldest bucket
      *          first, and prints escalating letters to
      *          DUNLETTERS.TXT - level 1 at 30 days, sterner at 60,
      *          final notice at 90 - with the customer's overdue
      *          open items and their outstanding amounts listed.
      *          The level and date last dunned are remembered on
      *          DUNNING.DAT so the next run escalates instead of
      *          repeating, a final notice sets CLIENTE-RETENIDO so
      *          CREATE-SELLS stops extending account tender, and a
      *          cleared balance resets the customer's dunning
      *          level (the count of letters ever sent is kept for
      *          CREDIT-REVIEW-REPORT). The activity report
      *          DUNACT.PRT shows who got what letter each run.
      *          Stores linked to a parent account are dunned through
      *          the parent: one letter listing every store's overdue
      *          items, and the hold goes on the parent, which stops
      *          the whole group.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARITEM-FILE ASSIGN TO "ARITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARI-KEY
               FILE STATUS IS FS-ARITEM.

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
               ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  ARITEM-FILE.
       COPY ARITEM-RECORD.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.
       01  ACTIVITY-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-ARITEM            PIC XX.
           88 FS-ARITEM-OK      VALUE "00".
           88 FS-ARITEM-EOF     VALUE "10".

       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".
           88 FS-CLIENTES-EOF   VALUE "10".

       01  FS-DUNNING           PIC XX.
           88 FS-DUNNING-OK     VALUE "00".
               10 WS-AGE-90       PIC S9(9)V99.
               10 WS-AGE-PAYMENTS PIC 9(9)V99.
       01  WS-AGING-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 500 TIMES INDEXED BY WS-LNK-IDX.
               10 WS-LINK-CHILD   PIC X(10).
               10 WS-LINK-PARENT  PIC X(10).
       01  WS-LINK-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-GROUP-CODE        PIC X(10).
       01  WS-FOUND-FLAG        PIC X VALUE "N".
           88 WS-FOUND          VALUE "Y".

       01  WS-OVERDUE-AMOUNT    PIC S9(9)V99.
       01  WS-TARGET-LEVEL      PIC 9(1).
       01  WS-LAST-LEVEL        PIC 9(1).
       01  WS-LETTER-COUNT      PIC 9(3).
       01  WS-CUSTOMER-CODE     PIC X(10).
       01  WS-ITEM-CUSTOMER     PIC X(10).
       01  WS-AMOUNT-EDIT       PIC -,---,--9.99.
       01  WS-ITEM-EDIT         PIC -,---,--9.99.
       01  WS-ITEM-KIND         PIC X(7).

       01  WS-LEVEL1-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-LEVEL2-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-HOLDS-SET         PIC 9(3) VALUE ZERO.
       01  WS-RESET-COUNT       PIC 9(3) VALUE ZERO.

       01  WS-ADDR-ACTION       PIC X VALUE "G".
       01  WS-ADDR-NUMBER       PIC 9(3) VALUE ZERO.
       01  WS-ADDRESS-LINES.
           05 WS-ADDRESS-LINE   PIC X(60) OCCURS 4 TIMES.
       01  WS-ADDR-RESULT       PIC X.
           88 WS-ADDR-ON-FILE   VALUE "Y", "B".
       01  WS-ADDR-IDX          PIC 9.

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM OPEN-FILES.
           IF FS-ARITEM-OK AND FS-CLIENTES-OK
              AND FS-DUNNING-OK AND FS-LETTER-OK AND FS-ACTIVITY-OK
               PERFORM LOAD-GROUP-LINKS
               PERFORM BUILD-AGING-TABLE
               PERFORM APPLY-PAYMENTS
               PERFORM WRITE-ACTIVITY-HEADER
           GOBACK.

       OPEN-FILES.
           OPEN INPUT ARITEM-FILE.
           IF NOT FS-ARITEM-OK
               DISPLAY "ERROR OPENING ARITEM.DAT: " FS-ARITEM
               MOVE "DUNNING-RUN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "ARITEM.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARITEM TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "DUNNING-RUN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O DUNNING-FILE.
           IF FS-DUNNING-NOT-EXIST
           END-IF.
           IF NOT FS-DUNNING-OK
               DISPLAY "ERROR OPENING DUNNING.DAT: " FS-DUNNING
               MOVE "DUNNING-RUN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "DUNNING.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-DUNNING TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           IF NOT FS-LETTER-OK
               DISPLAY "ERROR CREATING DUNLETTERS.TXT: " FS-LETTER
               MOVE "DUNNING-RUN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "DUNLETTERS.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-LETTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT ACTIVITY-FILE.
           IF NOT FS-ACTIVITY-OK
               DISPLAY "ERROR CREATING DUNACT.PRT: " FS-ACTIVITY
               MOVE "DUNNING-RUN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "DUNACT.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ACTIVITY TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       BUILD-AGING-TABLE.
           PERFORM READ-NEXT-OPEN-ITEM.
           PERFORM AGE-ONE-ITEM UNTIL FS-ARITEM-EOF.

       READ-NEXT-OPEN-ITEM.
           READ ARITEM-FILE NEXT RECORD
               AT END
                   SET FS-ARITEM-EOF TO TRUE
           END-READ.

       AGE-ONE-ITEM.
           IF ARI-OPEN AND ARI-OPEN-AMOUNT > ZERO
               PERFORM RESOLVE-GROUP-CODE
               PERFORM FIND-AGING-ENTRY
               IF ARI-CREDIT-ITEM
                   ADD ARI-OPEN-AMOUNT TO WS-AGE-PAYMENTS (WS-IDX)
               ELSE
                   MOVE ARI-OPEN-AMOUNT TO WS-LINE-AMOUNT
                   COMPUTE WS-SALE-AGE = WS-TODAY-INTEGER -
                      FUNCTION INTEGER-OF-DATE(ARI-FECHA)
                   EVALUATE TRUE
                       WHEN WS-SALE-AGE < 30
                           ADD WS-LINE-AMOUNT
                              TO WS-AGE-CURRENT (WS-IDX)
                       WHEN WS-SALE-AGE < 60
                           ADD WS-LINE-AMOUNT TO WS-AGE-30 (WS-IDX)
                       WHEN WS-SALE-AGE < 90
                           ADD WS-LINE-AMOUNT TO WS-AGE-60 (WS-IDX)
                       WHEN OTHER
                           ADD WS-LINE-AMOUNT TO WS-AGE-90 (WS-IDX)
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM READ-NEXT-OPEN-ITEM.

      * Stores linked to a head office account are aged, dunned
      * and charged under the parent's key
       LOAD-GROUP-LINKS.
           MOVE LOW-VALUES TO CLAVE-CLIENTE.
           START ARCHIVO-CLIENTES KEY IS NOT LESS THAN CLAVE-CLIENTE
               INVALID KEY
                   SET FS-CLIENTES-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM LOAD-ONE-LINK UNTIL FS-CLIENTES-EOF.

       READ-NEXT-CUSTOMER.
           IF NOT FS-CLIENTES-EOF
               READ ARCHIVO-CLIENTES NEXT RECORD
                   AT END
                       SET FS-CLIENTES-EOF TO TRUE
               END-READ
           END-IF.

       LOAD-ONE-LINK.
           IF CLIENTE-PADRE NOT = SPACES
               IF WS-LINK-COUNT < 500
                   ADD 1 TO WS-LINK-COUNT
                   MOVE CLAVE-CLIENTE TO WS-LINK-CHILD (WS-LINK-COUNT)
                   MOVE CLIENTE-PADRE
                      TO WS-LINK-PARENT (WS-LINK-COUNT)
               ELSE
                   DISPLAY "GROUP TABLE FULL - " CLAVE-CLIENTE
                      " HANDLED ON ITS OWN ACCOUNT"
               END-IF
           END-IF.
           PERFORM READ-NEXT-CUSTOMER.

       RESOLVE-GROUP-CODE.
           MOVE ARI-CLAVE-CLIENTE TO WS-GROUP-CODE.
           PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
              UNTIL WS-LNK-IDX > WS-LINK-COUNT
               IF WS-LINK-CHILD (WS-LNK-IDX) = ARI-CLAVE-CLIENTE
                   MOVE WS-LINK-PARENT (WS-LNK-IDX) TO WS-GROUP-CODE
               END-IF
           END-PERFORM.

       FIND-AGING-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-AGING-COUNT OR WS-FOUND
               IF WS-AGE-CLIENTE (WS-IDX) = WS-GROUP-CODE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           ELSE
               ADD 1 TO WS-AGING-COUNT
               MOVE WS-AGING-COUNT TO WS-IDX
               MOVE WS-GROUP-CODE TO WS-AGE-CLIENTE (WS-IDX)
               MOVE ZERO TO WS-AGE-CURRENT (WS-IDX)
                  WS-AGE-30 (WS-IDX) WS-AGE-60 (WS-IDX)
                  WS-AGE-90 (WS-IDX) WS-AGE-PAYMENTS (WS-IDX)
           END-IF.

       APPLY-PAYMENTS.
           PERFORM APPLY-PAYMENTS-TO-BUCKETS
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-AGING-COUNT.

       APPLY-PAYMENTS-TO-BUCKETS.
           MOVE WS-AGE-PAYMENTS (WS-IDX) TO WS-REMAINING-PAY.
           IF WS-REMAINING-PAY > ZERO
           END-EVALUATE.

       GET-LAST-DUN-LEVEL.
           MOVE ZERO TO WS-LAST-LEVEL WS-LETTER-COUNT.
           MOVE WS-CUSTOMER-CODE TO DUN-CLAVE-CLIENTE.
           READ DUNNING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DUN-LEVEL TO WS-LAST-LEVEL
                   MOVE DUN-LETTER-COUNT TO WS-LETTER-COUNT
           END-READ.

       RESET-DUN-HISTORY.
           MOVE WS-CUSTOMER-CODE TO DUN-CLAVE-CLIENTE.
           MOVE ZERO TO DUN-LEVEL.
           MOVE WS-LETTER-COUNT TO DUN-LETTER-COUNT.
           REWRITE DUNNING-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-RESET-COUNT
           END-REWRITE.

       ISSUE-DUN-LETTER.
           MOVE WS-CUSTOMER-CODE TO CLAVE-CLIENTE.
              INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           PERFORM PRINT-BILL-TO-ADDRESS.
           EVALUATE WS-TARGET-LEVEL
               WHEN 1
                   MOVE "REMINDER - YOUR ACCOUNT IS PAST DUE."
           MOVE ALL "=" TO LETTER-LINE.
           WRITE LETTER-LINE.

       PRINT-BILL-TO-ADDRESS.
           CALL "CUSTOMER-ADDRESS" USING WS-ADDR-ACTION
              WS-CUSTOMER-CODE WS-ADDR-NUMBER WS-ADDRESS-LINES
              WS-ADDR-RESULT.
           IF WS-ADDR-ON-FILE
               PERFORM PRINT-ADDRESS-LINE
                  VARYING WS-ADDR-IDX FROM 1 BY 1
                  UNTIL WS-ADDR-IDX > 4
           END-IF.

       PRINT-ADDRESS-LINE.
           IF WS-ADDRESS-LINE (WS-ADDR-IDX) NOT = SPACES
               STRING "    " DELIMITED BY SIZE
                      WS-ADDRESS-LINE (WS-ADDR-IDX) DELIMITED BY SIZE
                      INTO LETTER-LINE
               END-STRING
               WRITE LETTER-LINE
           END-IF.

       LIST-OVERDUE-ITEMS.
           MOVE WS-CUSTOMER-CODE TO WS-ITEM-CUSTOMER.
           PERFORM LIST-MEMBER-ITEMS.
           PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
              UNTIL WS-LNK-IDX > WS-LINK-COUNT
               IF WS-LINK-PARENT (WS-LNK-IDX) = WS-CUSTOMER-CODE
                   MOVE WS-LINK-CHILD (WS-LNK-IDX) TO WS-ITEM-CUSTOMER
                   PERFORM LIST-MEMBER-ITEMS
               END-IF
           END-PERFORM.

       LIST-MEMBER-ITEMS.
           MOVE "00" TO FS-ARITEM.
           MOVE WS-ITEM-CUSTOMER TO ARI-CLAVE-CLIENTE.
           MOVE ZERO TO ARI-ITEM-NUMBER.
           START ARITEM-FILE KEY IS NOT LESS THAN ARI-KEY
               INVALID KEY
                   SET FS-ARITEM-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-ITEM.
           PERFORM LIST-ONE-ITEM UNTIL FS-ARITEM-EOF.

       READ-NEXT-ITEM.
           IF NOT FS-ARITEM-EOF
               READ ARITEM-FILE NEXT RECORD
                   AT END
                       SET FS-ARITEM-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT FS-ARITEM-EOF
               IF ARI-CLAVE-CLIENTE NOT = WS-ITEM-CUSTOMER
                   SET FS-ARITEM-EOF TO TRUE
               END-IF
           END-IF.

       LIST-ONE-ITEM.
           IF ARI-OPEN AND ARI-DEBIT-ITEM
               COMPUTE WS-SALE-AGE = WS-TODAY-INTEGER -
                  FUNCTION INTEGER-OF-DATE(ARI-FECHA)
               IF WS-SALE-AGE >= 30
                   MOVE ARI-OPEN-AMOUNT TO WS-ITEM-EDIT
                   EVALUATE TRUE
                       WHEN ARI-FIN-CHARGE
                           MOVE "FIN CHG" TO WS-ITEM-KIND
                       WHEN ARI-RETURNED-PAY
                           MOVE "NSF    " TO WS-ITEM-KIND
                       WHEN OTHER
                           MOVE "TICKET " TO WS-ITEM-KIND
                   END-EVALUATE
                   STRING "  " DELIMITED BY SIZE
                          ARI-FECHA DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-ITEM-KIND DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ARI-TICKET DELIMITED BY SIZE
                          " OPEN " DELIMITED BY SIZE
                          WS-ITEM-EDIT DELIMITED BY SIZE
                      INTO LETTER-LINE
                   END-STRING
                   IF WS-ITEM-CUSTOMER NOT = WS-CUSTOMER-CODE
                       MOVE "STORE" TO LETTER-LINE (48:5)
                       MOVE WS-ITEM-CUSTOMER TO LETTER-LINE (54:10)
                   END-IF
                   WRITE LETTER-LINE
               END-IF
           END-IF.
           MOVE WS-CUSTOMER-CODE TO DUN-CLAVE-CLIENTE.
           MOVE WS-TARGET-LEVEL TO DUN-LEVEL.
           MOVE WS-TODAY-DATE TO DUN-FECHA.
           COMPUTE DUN-LETTER-COUNT = WS-LETTER-COUNT + 1.
           WRITE DUNNING-RECORD
               INVALID KEY
                   REWRITE DUNNING-RECORD
                       INVALID KEY
                           DISPLAY "ERROR RECORDING DUN LEVEL: "
                              FS-DUNNING
                           MOVE "DUNNING-RUN" TO ERP-PROGRAM
                           MOVE "RECORD-DUN-LEVEL" TO ERP-PARAGRAPH
                           MOVE "DUNNING.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-DUNNING TO ERP-STATUS
                           MOVE DUN-CLAVE-CLIENTE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE
                   INVALID KEY
                       DISPLAY "ERROR SETTING CREDIT HOLD: "
                          FS-CLIENTES
                       MOVE "DUNNING-RUN" TO ERP-PROGRAM
                       MOVE "SET-CREDIT-HOLD" TO ERP-PARAGRAPH
                       MOVE "clientes.idx" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-CLIENTES TO ERP-STATUS
                       MOVE CLAVE-CLIENTE TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-HOLDS-SET
                       DISPLAY "CREDIT HOLD SET: " CLAVE-CLIENTE
           WRITE ACTIVITY-LINE.

       CLOSE-FILES.
           CLOSE ARITEM-FILE.
           CLOSE ARCHIVO-CLIENTES.
           IF FS-DUNNING-OK
               CLOSE DUNNING-FILE
           END-IF.
           IF FS-ACTIVITY-OK
               CLOSE ACTIVITY-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "DUNACT.PRT" TO RAP-REPORT-FILE.
           MOVE "DUNNING-RUN" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           MOVE ZERO TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
