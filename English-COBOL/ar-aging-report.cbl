      * Author:
      * Date:
      * Purpose: Monthly AR aging report. Ages every customer's
      *          open debit items on ARITEM.DAT - tickets and finance
      *          charges, by their outstanding amount - into current
      *          / 30 / 60 / 90+ day buckets, takes open credit memos
      *          and unapplied cash off the oldest bucket first, and
      *          prints one line
      *          per customer with an open balance, with the
      *          NOMBRE-CLIENTE and TELEFONO from clientes.idx so the
      *          bookkeeper can chase the right people.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARITEM-FILE ASSIGN TO "ARITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

       WORKING-STORAGE SECTION.
       01  FS-ARITEM            PIC XX.
           88 FS-ARITEM-OK      VALUE "00".
           88 FS-ARITEM-EOF     VALUE "10".

       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".
       01  WS-BAL-EDIT          PIC -,---,--9.99.
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM OPEN-FILES.
           IF FS-ARITEM-OK AND FS-CLIENTES-OK
               PERFORM BUILD-AGING-TABLE
               PERFORM APPLY-PAYMENTS
               DISPLAY " "
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT ARITEM-FILE.
           IF NOT FS-ARITEM-OK
               DISPLAY "ERROR OPENING ARITEM.DAT: " FS-ARITEM
               MOVE "AR-AGING-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "ARITEM.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARITEM TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "AR-AGING-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
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

       FIND-AGING-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-AGING-COUNT OR WS-FOUND
               IF WS-AGE-CLIENTE (WS-IDX) = ARI-CLAVE-CLIENTE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           ELSE
               ADD 1 TO WS-AGING-COUNT
               MOVE WS-AGING-COUNT TO WS-IDX
               MOVE ARI-CLAVE-CLIENTE TO WS-AGE-CLIENTE (WS-IDX)
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
           END-IF.

       CLOSE-FILES.
           CLOSE ARITEM-FILE.
           CLOSE ARCHIVO-CLIENTES.
