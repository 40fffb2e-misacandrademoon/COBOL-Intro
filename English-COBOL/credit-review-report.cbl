      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quarterly credit limit review of every account
      *          customer. For the quarter ending in the entered month
      *          it shows each account's current CLIENTE-LIMITE-
      *          CREDITO, the highest month-end balance reached (the
      *          balance carried back from CLIENTE-SALDO through the
      *          ARITEM.DAT items, ARPAY.DAT payments and WRITEOFF.DAT
      *          write-offs), the average days to pay (each ARPAY.DAT
      *          payment's ARAPPL.DAT applications weighted by amount
      *          against the age of the item paid), the current aging,
      *          returned payments, the dunning letters sent this
      *          quarter from DUNNING.DAT and the finance charges
      *          incurred, and suggests raising, lowering or holding
      *          the limit. Suggestions are kept on CREDREV.DAT for a
      *          manager to accept in CREDIT-REVIEW-ACCEPT; the report
      *          itself is CREDREV.PRT. Stores linked to a parent are
      *          reviewed through the parent, whose limit governs the
      *          group.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-REVIEW-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CLIENTE
               FILE STATUS IS FS-CLIENTES.

           SELECT ARITEM-FILE ASSIGN TO "ARITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARI-KEY
               FILE STATUS IS FS-ARITEM.

           SELECT ARPAY-FILE ASSIGN TO "ARPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAY-NUMBER
               FILE STATUS IS FS-ARPAY.

           SELECT ARAPPL-FILE ASSIGN TO "ARAPPL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARAPPL.

           SELECT WRITEOFF-FILE ASSIGN TO "WRITEOFF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-WRITEOFF.

           SELECT DUNNING-FILE ASSIGN TO "DUNNING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUN-CLAVE-CLIENTE
               FILE STATUS IS FS-DUNNING.

           SELECT CREDREV-FILE ASSIGN TO "CREDREV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRV-CLAVE-CLIENTE
               FILE STATUS IS FS-CREDREV.

           SELECT REVIEW-FILE ASSIGN TO "CREDREV.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REVIEW.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       FD  ARITEM-FILE.
       COPY ARITEM-RECORD.

       FD  ARPAY-FILE.
       COPY ARPAY-RECORD.

       FD  ARAPPL-FILE.
       COPY ARAPPL-RECORD.

       FD  WRITEOFF-FILE.
       COPY WRITEOFF-RECORD.

       FD  DUNNING-FILE.
       COPY DUNNING-RECORD.

       FD  CREDREV-FILE.
       COPY CREDREV-RECORD.

       FD  REVIEW-FILE.
       01  REVIEW-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".
           88 FS-CLIENTES-EOF   VALUE "10".
       01  FS-ARITEM            PIC XX.
           88 FS-ARITEM-OK      VALUE "00".
           88 FS-ARITEM-EOF     VALUE "10".
       01  FS-ARPAY             PIC XX.
           88 FS-ARPAY-OK       VALUE "00".
           88 FS-ARPAY-EOF      VALUE "10".
       01  FS-ARAPPL            PIC XX.
           88 FS-ARAPPL-OK      VALUE "00".
           88 FS-ARAPPL-EOF     VALUE "10".
       01  FS-WRITEOFF          PIC XX.
           88 FS-WRITEOFF-OK    VALUE "00".
           88 FS-WRITEOFF-EOF   VALUE "10".
       01  FS-DUNNING           PIC XX.
           88 FS-DUNNING-OK     VALUE "00".
       01  FS-CREDREV           PIC XX.
           88 FS-CREDREV-OK     VALUE "00".
           88 FS-CREDREV-NOT-EXIST VALUE "35".
       01  FS-REVIEW            PIC XX.
           88 FS-REVIEW-OK      VALUE "00".

      * Review policy - a slow or troubled account is cut back by a
      * quarter, a prompt payer using most of the limit is raised by
      * a quarter; new limits are rounded to the hundred
       01  WS-LOWER-FACTOR      PIC 9V99 VALUE 0.75.
       01  WS-RAISE-FACTOR      PIC 9V99 VALUE 1.25.
       01  WS-USAGE-FACTOR      PIC 9V99 VALUE 0.80.
       01  WS-SLOW-DAYS         PIC 9(3) VALUE 45.
       01  WS-PROMPT-DAYS       PIC 9(3) VALUE 30.
       01  WS-LOWER-LETTERS     PIC 9(3) VALUE 2.

       01  WS-QUARTER-END       PIC 9(6).
       01  WS-QUARTER-PARTS REDEFINES WS-QUARTER-END.
           05 WS-QUARTER-YYYY   PIC 9(4).
           05 WS-QUARTER-MM     PIC 9(2).
       01  WS-WORK-MONTH        PIC 9(6).
       01  WS-WORK-PARTS REDEFINES WS-WORK-MONTH.
           05 WS-WORK-YYYY      PIC 9(4).
           05 WS-WORK-MM        PIC 9(2).
       01  WS-CHECKPOINTS.
           05 WS-CHK-DATE       PIC 9(8) OCCURS 4 TIMES.
       01  WS-CHK               PIC 9.
       01  WS-FROM-DATE         PIC 9(8).
       01  WS-TO-DATE           PIC 9(8).
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-TODAY-INTEGER     PIC 9(8).

       01  WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 500 TIMES INDEXED BY WS-LNK-IDX.
               10 WS-LINK-CHILD   PIC X(10).
               10 WS-LINK-PARENT  PIC X(10).
       01  WS-LINK-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-LOOKUP-CODE       PIC X(10).
       01  WS-GROUP-CODE        PIC X(10).

       01  WS-ACCOUNT-TABLE.
           05 WS-ACC-ENTRY OCCURS 500 TIMES.
               10 WS-ACC-CODE        PIC X(10).
               10 WS-ACC-NAME        PIC X(30).
               10 WS-ACC-ON-FILE     PIC X.
               10 WS-ACC-ACTIVITY    PIC X.
               10 WS-ACC-LIMIT       PIC 9(7)V99.
               10 WS-ACC-SALDO       PIC S9(9)V99.
               10 WS-ACC-AFTER       PIC S9(9)V99 OCCURS 4 TIMES.
               10 WS-ACC-CURRENT     PIC S9(9)V99.
               10 WS-ACC-AGE-30      PIC S9(9)V99.
               10 WS-ACC-AGE-60      PIC S9(9)V99.
               10 WS-ACC-AGE-90      PIC S9(9)V99.
               10 WS-ACC-CREDITS     PIC 9(9)V99.
               10 WS-ACC-FIN-CHARGES PIC 9(9)V99.
               10 WS-ACC-WRITE-OFFS  PIC 9(9)V99.
               10 WS-ACC-PAY-COUNT   PIC 9(4).
               10 WS-ACC-NSF-COUNT   PIC 9(3).
               10 WS-ACC-DAYS-WEIGHT PIC 9(11)V99.
               10 WS-ACC-APPLIED     PIC 9(9)V99.
       01  WS-ACCOUNT-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-AX                PIC 9(3).
       01  WS-ACC-IDX           PIC 9(3).
       01  WS-FOUND-FLAG        PIC X VALUE "N".
           88 WS-FOUND          VALUE "Y".
       01  WS-TABLE-FULL        PIC X VALUE "N".
           88 WS-TABLE-IS-FULL  VALUE "Y".

       01  WS-EVENT-DATE        PIC 9(8).
       01  WS-DELTA             PIC S9(9)V99.
       01  WS-ITEM-AGE          PIC S9(8).
       01  WS-PAY-DAYS          PIC S9(8).
       01  WS-REMAINING-CREDIT  PIC S9(9)V99.
       01  WS-APPLIED           PIC S9(9)V99.

       01  WS-HIGH-BALANCE      PIC S9(9)V99.
       01  WS-CHK-BALANCE       PIC S9(9)V99.
       01  WS-AVG-DAYS          PIC 9(5).
       01  WS-DUN-TOTAL         PIC 9(3).
       01  WS-BASE-DUN-COUNT    PIC 9(3).
       01  WS-PERIOD-LETTERS    PIC 9(3).
       01  WS-PRIOR-DECIDED     PIC X.
           88 WS-ALREADY-DECIDED VALUE "Y".
       01  WS-PRIOR-STATUS      PIC X(8).
       01  WS-ACTION            PIC X.
           88 WS-SUGGEST-RAISE  VALUE "R".
           88 WS-SUGGEST-LOWER  VALUE "L".
           88 WS-SUGGEST-HOLD   VALUE "H".
       01  WS-ACTION-TEXT       PIC X(8).
       01  WS-REASON            PIC X(30).
       01  WS-SUGGESTED-LIMIT   PIC 9(7)V99.
       01  WS-BASE-AMOUNT       PIC S9(9)V99.
       01  WS-HUNDREDS          PIC 9(7).

       01  WS-REVIEWED-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-RAISE-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-LOWER-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-HOLD-COUNT        PIC 9(4) VALUE ZERO.

       01  WS-EDIT-1            PIC -,---,--9.99.
       01  WS-EDIT-2            PIC -,---,--9.99.
       01  WS-EDIT-3            PIC -,---,--9.99.
       01  WS-EDIT-4            PIC -,---,--9.99.
       01  WS-DAYS-EDIT         PIC ZZZZ9.

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           DISPLAY "CREDIT LIMIT REVIEW".
           DISPLAY "QUARTER ENDING (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-QUARTER-END.
           IF WS-QUARTER-MM < 1 OR WS-QUARTER-MM > 12
               DISPLAY "INVALID MONTH: " WS-QUARTER-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SET-CHECKPOINTS.
           PERFORM OPEN-FILES.
           IF FS-CLIENTES-OK AND FS-ARITEM-OK AND FS-CREDREV-OK
              AND FS-REVIEW-OK
               PERFORM LOAD-GROUP-LINKS
               PERFORM BUILD-ACCOUNT-TABLE
               PERFORM SCAN-AR-ITEMS
               PERFORM APPLY-OPEN-CREDITS
                  VARYING WS-ACC-IDX FROM 1 BY 1
                  UNTIL WS-ACC-IDX > WS-ACCOUNT-COUNT
               PERFORM SCAN-PAYMENTS
               PERFORM SCAN-APPLICATIONS
               PERFORM SCAN-WRITE-OFFS
               PERFORM WRITE-REVIEW-HEADER
               PERFORM REVIEW-ONE-ACCOUNT
                  VARYING WS-ACC-IDX FROM 1 BY 1
                  UNTIL WS-ACC-IDX > WS-ACCOUNT-COUNT
               PERFORM WRITE-REVIEW-TRAILER
               DISPLAY " "
               DISPLAY "ACCOUNTS REVIEWED: " WS-REVIEWED-COUNT
               DISPLAY "SUGGESTED RAISES:  " WS-RAISE-COUNT
               DISPLAY "SUGGESTED CUTS:    " WS-LOWER-COUNT
               DISPLAY "HELD AS IS:        " WS-HOLD-COUNT
               DISPLAY "REVIEW ON CREDREV.PRT - ACCEPT CHANGES IN "
                  "CREDIT-REVIEW-ACCEPT"
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

      * Month-end checkpoints: the month before the quarter, then each
      * of its three months
       SET-CHECKPOINTS.
           MOVE WS-QUARTER-END TO WS-WORK-MONTH.
           PERFORM VARYING WS-CHK FROM 4 BY -1 UNTIL WS-CHK < 1
               COMPUTE WS-CHK-DATE (WS-CHK) = WS-WORK-MONTH * 100 + 31
               PERFORM STEP-BACK-MONTH
           END-PERFORM.
           COMPUTE WS-FROM-DATE = WS-CHK-DATE (2) - 30.
           MOVE WS-CHK-DATE (4) TO WS-TO-DATE.

       STEP-BACK-MONTH.
           IF WS-WORK-MM = 1
               MOVE 12 TO WS-WORK-MM
               SUBTRACT 1 FROM WS-WORK-YYYY
           ELSE
               SUBTRACT 1 FROM WS-WORK-MM
           END-IF.

       OPEN-FILES.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "CREDIT-REVIEW-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARITEM-FILE.
           IF NOT FS-ARITEM-OK
               DISPLAY "ERROR OPENING ARITEM.DAT: " FS-ARITEM
               MOVE "CREDIT-REVIEW-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "ARITEM.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARITEM TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARPAY-FILE.
           IF NOT FS-ARPAY-OK
               DISPLAY "ARPAY.DAT NOT AVAILABLE - NO PAYMENT HISTORY"
           END-IF.
           OPEN INPUT WRITEOFF-FILE.
           IF NOT FS-WRITEOFF-OK
               DISPLAY "WRITEOFF.DAT NOT AVAILABLE - NO WRITE-OFFS "
                  "TAKEN INTO ACCOUNT"
           END-IF.
           OPEN INPUT DUNNING-FILE.
           IF NOT FS-DUNNING-OK
               DISPLAY "DUNNING.DAT NOT AVAILABLE - NO LETTERS "
                  "COUNTED"
           END-IF.
           OPEN I-O CREDREV-FILE.
           IF FS-CREDREV-NOT-EXIST
               OPEN OUTPUT CREDREV-FILE
               CLOSE CREDREV-FILE
               OPEN I-O CREDREV-FILE
           END-IF.
           IF NOT FS-CREDREV-OK
               DISPLAY "ERROR OPENING CREDREV.DAT: " FS-CREDREV
               MOVE "CREDIT-REVIEW-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "CREDREV.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CREDREV TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT REVIEW-FILE.
           IF NOT FS-REVIEW-OK
               DISPLAY "ERROR OPENING CREDREV.PRT: " FS-REVIEW
               MOVE "CREDIT-REVIEW-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "CREDREV.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-REVIEW TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

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
                      " REVIEWED ON ITS OWN ACCOUNT"
               END-IF
           END-IF.
           PERFORM READ-NEXT-CUSTOMER.

       RESOLVE-GROUP-CODE.
           MOVE WS-LOOKUP-CODE TO WS-GROUP-CODE.
           PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
              UNTIL WS-LNK-IDX > WS-LINK-COUNT
               IF WS-LINK-CHILD (WS-LNK-IDX) = WS-LOOKUP-CODE
                   MOVE WS-LINK-PARENT (WS-LNK-IDX) TO WS-GROUP-CODE
               END-IF
           END-PERFORM.

      * One entry per paying account - the parent of a group or a
      * customer on its own - carrying the combined balance
       BUILD-ACCOUNT-TABLE.
           MOVE LOW-VALUES TO CLAVE-CLIENTE.
           START ARCHIVO-CLIENTES KEY IS NOT LESS THAN CLAVE-CLIENTE
               INVALID KEY
                   SET FS-CLIENTES-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM ADD-CUSTOMER-TO-ACCOUNT UNTIL FS-CLIENTES-EOF.

       ADD-CUSTOMER-TO-ACCOUNT.
           MOVE CLAVE-CLIENTE TO WS-LOOKUP-CODE.
           PERFORM RESOLVE-GROUP-CODE.
           PERFORM FIND-ACCOUNT.
           IF NOT WS-FOUND
               PERFORM ADD-ACCOUNT
           END-IF.
           IF WS-FOUND
               ADD CLIENTE-SALDO TO WS-ACC-SALDO (WS-ACC-IDX)
               IF CLAVE-CLIENTE = WS-GROUP-CODE
                   MOVE NOMBRE-CLIENTE TO WS-ACC-NAME (WS-ACC-IDX)
                   MOVE CLIENTE-LIMITE-CREDITO
                      TO WS-ACC-LIMIT (WS-ACC-IDX)
                   MOVE "Y" TO WS-ACC-ON-FILE (WS-ACC-IDX)
               END-IF
           END-IF.
           PERFORM READ-NEXT-CUSTOMER.

       FIND-ACCOUNT.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-AX FROM 1 BY 1
              UNTIL WS-AX > WS-ACCOUNT-COUNT OR WS-FOUND
               IF WS-ACC-CODE (WS-AX) = WS-GROUP-CODE
                   MOVE "Y" TO WS-FOUND-FLAG
                   MOVE WS-AX TO WS-ACC-IDX
               END-IF
           END-PERFORM.

       ADD-ACCOUNT.
           IF WS-ACCOUNT-COUNT < 500
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-COUNT TO WS-ACC-IDX
               INITIALIZE WS-ACC-ENTRY (WS-ACC-IDX)
               MOVE WS-GROUP-CODE TO WS-ACC-CODE (WS-ACC-IDX)
               MOVE "N" TO WS-ACC-ON-FILE (WS-ACC-IDX)
               MOVE "N" TO WS-ACC-ACTIVITY (WS-ACC-IDX)
               MOVE "Y" TO WS-FOUND-FLAG
           ELSE
               IF NOT WS-TABLE-IS-FULL
                   DISPLAY "ACCOUNT TABLE FULL AT " WS-GROUP-CODE
                      " - LATER ACCOUNTS NOT REVIEWED"
                   MOVE "Y" TO WS-TABLE-FULL
               END-IF
           END-IF.

      * Every balance movement dated after a checkpoint is taken off
      * the current balance to give the balance at that month end
       ADD-BALANCE-DELTA.
           IF WS-EVENT-DATE >= WS-FROM-DATE
              AND WS-EVENT-DATE <= WS-TO-DATE
               MOVE "Y" TO WS-ACC-ACTIVITY (WS-ACC-IDX)
           END-IF.
           PERFORM VARYING WS-CHK FROM 1 BY 1 UNTIL WS-CHK > 4
               IF WS-EVENT-DATE > WS-CHK-DATE (WS-CHK)
                   ADD WS-DELTA TO WS-ACC-AFTER (WS-ACC-IDX, WS-CHK)
               END-IF
           END-PERFORM.

       SCAN-AR-ITEMS.
           MOVE LOW-VALUES TO ARI-KEY.
           START ARITEM-FILE KEY IS NOT LESS THAN ARI-KEY
               INVALID KEY
                   SET FS-ARITEM-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-ITEM.
           PERFORM REVIEW-ONE-ITEM UNTIL FS-ARITEM-EOF.
           MOVE "00" TO FS-ARITEM.

       READ-NEXT-ITEM.
           IF NOT FS-ARITEM-EOF
               READ ARITEM-FILE NEXT RECORD
                   AT END
                       SET FS-ARITEM-EOF TO TRUE
               END-READ
           END-IF.

       REVIEW-ONE-ITEM.
           MOVE ARI-CLAVE-CLIENTE TO WS-LOOKUP-CODE.
           PERFORM RESOLVE-GROUP-CODE.
           PERFORM FIND-ACCOUNT.
           IF WS-FOUND
               MOVE ARI-FECHA TO WS-EVENT-DATE
               EVALUATE TRUE
                   WHEN ARI-DEBIT-ITEM
                       MOVE ARI-ORIGINAL-AMOUNT TO WS-DELTA
                       PERFORM ADD-BALANCE-DELTA
                   WHEN ARI-CREDIT-MEMO
                       COMPUTE WS-DELTA = ZERO - ARI-ORIGINAL-AMOUNT
                       PERFORM ADD-BALANCE-DELTA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF ARI-FIN-CHARGE
                  AND ARI-FECHA >= WS-FROM-DATE
                  AND ARI-FECHA <= WS-TO-DATE
                   ADD ARI-ORIGINAL-AMOUNT
                      TO WS-ACC-FIN-CHARGES (WS-ACC-IDX)
               END-IF
               IF ARI-OPEN AND ARI-OPEN-AMOUNT > ZERO
                   PERFORM AGE-OPEN-ITEM
               END-IF
           END-IF.
           PERFORM READ-NEXT-ITEM.

       AGE-OPEN-ITEM.
           IF ARI-CREDIT-ITEM
               ADD ARI-OPEN-AMOUNT TO WS-ACC-CREDITS (WS-ACC-IDX)
           ELSE
               COMPUTE WS-ITEM-AGE = WS-TODAY-INTEGER -
                  FUNCTION INTEGER-OF-DATE(ARI-FECHA)
               EVALUATE TRUE
                   WHEN WS-ITEM-AGE < 30
                       ADD ARI-OPEN-AMOUNT
                          TO WS-ACC-CURRENT (WS-ACC-IDX)
                   WHEN WS-ITEM-AGE < 60
                       ADD ARI-OPEN-AMOUNT
                          TO WS-ACC-AGE-30 (WS-ACC-IDX)
                   WHEN WS-ITEM-AGE < 90
                       ADD ARI-OPEN-AMOUNT
                          TO WS-ACC-AGE-60 (WS-ACC-IDX)
                   WHEN OTHER
                       ADD ARI-OPEN-AMOUNT
                          TO WS-ACC-AGE-90 (WS-ACC-IDX)
               END-EVALUATE
           END-IF.

      * Open credits and unapplied cash come off the oldest bucket
      * first, as in AR-AGING-REPORT
       APPLY-OPEN-CREDITS.
           MOVE WS-ACC-CREDITS (WS-ACC-IDX) TO WS-REMAINING-CREDIT.
           IF WS-REMAINING-CREDIT > ZERO
               PERFORM APPLY-TO-90-BUCKET
               PERFORM APPLY-TO-60-BUCKET
               PERFORM APPLY-TO-30-BUCKET
               SUBTRACT WS-REMAINING-CREDIT
                  FROM WS-ACC-CURRENT (WS-ACC-IDX)
           END-IF.

       APPLY-TO-90-BUCKET.
           IF WS-REMAINING-CREDIT > ZERO
              AND WS-ACC-AGE-90 (WS-ACC-IDX) > ZERO
               IF WS-REMAINING-CREDIT >= WS-ACC-AGE-90 (WS-ACC-IDX)
                   MOVE WS-ACC-AGE-90 (WS-ACC-IDX) TO WS-APPLIED
               ELSE
                   MOVE WS-REMAINING-CREDIT TO WS-APPLIED
               END-IF
               SUBTRACT WS-APPLIED FROM WS-ACC-AGE-90 (WS-ACC-IDX)
               SUBTRACT WS-APPLIED FROM WS-REMAINING-CREDIT
           END-IF.

       APPLY-TO-60-BUCKET.
           IF WS-REMAINING-CREDIT > ZERO
              AND WS-ACC-AGE-60 (WS-ACC-IDX) > ZERO
               IF WS-REMAINING-CREDIT >= WS-ACC-AGE-60 (WS-ACC-IDX)
                   MOVE WS-ACC-AGE-60 (WS-ACC-IDX) TO WS-APPLIED
               ELSE
                   MOVE WS-REMAINING-CREDIT TO WS-APPLIED
               END-IF
               SUBTRACT WS-APPLIED FROM WS-ACC-AGE-60 (WS-ACC-IDX)
               SUBTRACT WS-APPLIED FROM WS-REMAINING-CREDIT
           END-IF.

       APPLY-TO-30-BUCKET.
           IF WS-REMAINING-CREDIT > ZERO
              AND WS-ACC-AGE-30 (WS-ACC-IDX) > ZERO
               IF WS-REMAINING-CREDIT >= WS-ACC-AGE-30 (WS-ACC-IDX)
                   MOVE WS-ACC-AGE-30 (WS-ACC-IDX) TO WS-APPLIED
               ELSE
                   MOVE WS-REMAINING-CREDIT TO WS-APPLIED
               END-IF
               SUBTRACT WS-APPLIED FROM WS-ACC-AGE-30 (WS-ACC-IDX)
               SUBTRACT WS-APPLIED FROM WS-REMAINING-CREDIT
           END-IF.

       SCAN-PAYMENTS.
           IF FS-ARPAY-OK
               PERFORM READ-NEXT-PAYMENT
               PERFORM REVIEW-ONE-PAYMENT UNTIL FS-ARPAY-EOF
           END-IF.

       READ-NEXT-PAYMENT.
           READ ARPAY-FILE NEXT RECORD
               AT END
                   SET FS-ARPAY-EOF TO TRUE
           END-READ.

       REVIEW-ONE-PAYMENT.
           MOVE PAY-CLAVE-CLIENTE TO WS-LOOKUP-CODE.
           PERFORM RESOLVE-GROUP-CODE.
           PERFORM FIND-ACCOUNT.
           IF WS-FOUND
               MOVE PAY-FECHA TO WS-EVENT-DATE
               COMPUTE WS-DELTA = ZERO - PAY-AMOUNT
               PERFORM ADD-BALANCE-DELTA
               IF PAY-FECHA >= WS-FROM-DATE
                  AND PAY-FECHA <= WS-TO-DATE
                   ADD 1 TO WS-ACC-PAY-COUNT (WS-ACC-IDX)
               END-IF
               IF PAY-RETURNED
                  AND PAY-RETURNED-FECHA >= WS-FROM-DATE
                  AND PAY-RETURNED-FECHA <= WS-TO-DATE
                   ADD 1 TO WS-ACC-NSF-COUNT (WS-ACC-IDX)
               END-IF
           END-IF.
           PERFORM READ-NEXT-PAYMENT.

      * Days to pay: each payment application in the quarter against
      * the date of the item it settled, weighted by the amount
       SCAN-APPLICATIONS.
           OPEN INPUT ARAPPL-FILE.
           IF FS-ARAPPL-OK
               PERFORM READ-NEXT-APPLICATION
               PERFORM REVIEW-ONE-APPLICATION UNTIL FS-ARAPPL-EOF
               CLOSE ARAPPL-FILE
           END-IF.

       READ-NEXT-APPLICATION.
           READ ARAPPL-FILE
               AT END
                   SET FS-ARAPPL-EOF TO TRUE
           END-READ.

       REVIEW-ONE-APPLICATION.
           IF APL-FROM-PAYMENT
              AND APL-FECHA >= WS-FROM-DATE
              AND APL-FECHA <= WS-TO-DATE
               MOVE APL-CLAVE-CLIENTE TO WS-LOOKUP-CODE
               PERFORM RESOLVE-GROUP-CODE
               PERFORM FIND-ACCOUNT
               IF WS-FOUND
                   PERFORM TIME-ONE-APPLICATION
               END-IF
           END-IF.
           PERFORM READ-NEXT-APPLICATION.

       TIME-ONE-APPLICATION.
           MOVE APL-CLAVE-CLIENTE TO ARI-CLAVE-CLIENTE.
           MOVE APL-ITEM-NUMBER TO ARI-ITEM-NUMBER.
           READ ARITEM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-PAY-DAYS =
                      FUNCTION INTEGER-OF-DATE(APL-FECHA) -
                      FUNCTION INTEGER-OF-DATE(ARI-FECHA)
                   IF WS-PAY-DAYS < ZERO
                       MOVE ZERO TO WS-PAY-DAYS
                   END-IF
                   COMPUTE WS-ACC-DAYS-WEIGHT (WS-ACC-IDX) =
                      WS-ACC-DAYS-WEIGHT (WS-ACC-IDX) +
                      WS-PAY-DAYS * APL-AMOUNT
                   ADD APL-AMOUNT TO WS-ACC-APPLIED (WS-ACC-IDX)
           END-READ.

       SCAN-WRITE-OFFS.
           IF FS-WRITEOFF-OK
               PERFORM READ-NEXT-WRITE-OFF
               PERFORM REVIEW-ONE-WRITE-OFF UNTIL FS-WRITEOFF-EOF
           END-IF.

       READ-NEXT-WRITE-OFF.
           READ WRITEOFF-FILE
               AT END
                   SET FS-WRITEOFF-EOF TO TRUE
           END-READ.

       REVIEW-ONE-WRITE-OFF.
           IF WOF-WRITE-OFF
               MOVE WOF-CLAVE-CLIENTE TO WS-LOOKUP-CODE
               PERFORM RESOLVE-GROUP-CODE
               PERFORM FIND-ACCOUNT
               IF WS-FOUND
                   MOVE WOF-FECHA TO WS-EVENT-DATE
                   COMPUTE WS-DELTA = ZERO - WOF-AMOUNT
                   PERFORM ADD-BALANCE-DELTA
                   IF WOF-FECHA >= WS-FROM-DATE
                      AND WOF-FECHA <= WS-TO-DATE
                       ADD WOF-AMOUNT
                          TO WS-ACC-WRITE-OFFS (WS-ACC-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-WRITE-OFF.

       REVIEW-ONE-ACCOUNT.
           IF WS-ACC-ON-FILE (WS-ACC-IDX) = "Y"
              AND (WS-ACC-LIMIT (WS-ACC-IDX) > ZERO
                 OR WS-ACC-SALDO (WS-ACC-IDX) NOT = ZERO
                 OR WS-ACC-ACTIVITY (WS-ACC-IDX) = "Y")
               ADD 1 TO WS-REVIEWED-COUNT
               PERFORM COMPUTE-HIGH-BALANCE
               PERFORM COMPUTE-AVERAGE-DAYS
               PERFORM COUNT-PERIOD-LETTERS
               IF WS-ALREADY-DECIDED
                   PERFORM WRITE-DECIDED-LINES
               ELSE
                   PERFORM SUGGEST-LIMIT
                   PERFORM WRITE-ACCOUNT-LINES
                   PERFORM SAVE-REVIEW-RECORD
               END-IF
           END-IF.

       COMPUTE-HIGH-BALANCE.
           COMPUTE WS-HIGH-BALANCE = WS-ACC-SALDO (WS-ACC-IDX) -
              WS-ACC-AFTER (WS-ACC-IDX, 1).
           PERFORM VARYING WS-CHK FROM 2 BY 1 UNTIL WS-CHK > 4
               COMPUTE WS-CHK-BALANCE = WS-ACC-SALDO (WS-ACC-IDX) -
                  WS-ACC-AFTER (WS-ACC-IDX, WS-CHK)
               IF WS-CHK-BALANCE > WS-HIGH-BALANCE
                   MOVE WS-CHK-BALANCE TO WS-HIGH-BALANCE
               END-IF
           END-PERFORM.

       COMPUTE-AVERAGE-DAYS.
           IF WS-ACC-APPLIED (WS-ACC-IDX) > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED =
                  WS-ACC-DAYS-WEIGHT (WS-ACC-IDX) /
                  WS-ACC-APPLIED (WS-ACC-IDX)
           ELSE
               MOVE ZERO TO WS-AVG-DAYS
           END-IF.

      * DUNNING.DAT keeps a running count of letters; the count seen
      * at the last review is the base for this quarter's letters
       COUNT-PERIOD-LETTERS.
           MOVE ZERO TO WS-DUN-TOTAL WS-BASE-DUN-COUNT.
           MOVE "N" TO WS-PRIOR-DECIDED.
           IF FS-DUNNING-OK
               MOVE WS-ACC-CODE (WS-ACC-IDX) TO DUN-CLAVE-CLIENTE
               READ DUNNING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DUN-LETTER-COUNT TO WS-DUN-TOTAL
               END-READ
           END-IF.
           MOVE WS-ACC-CODE (WS-ACC-IDX) TO CRV-CLAVE-CLIENTE.
           READ CREDREV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CRV-QUARTER = WS-QUARTER-END
                       MOVE CRV-BASE-DUN-COUNT TO WS-BASE-DUN-COUNT
                       IF NOT CRV-PENDING
                           MOVE "Y" TO WS-PRIOR-DECIDED
                       END-IF
                   ELSE
                       MOVE CRV-DUN-COUNT TO WS-BASE-DUN-COUNT
                   END-IF
           END-READ.
           IF WS-DUN-TOTAL >= WS-BASE-DUN-COUNT
               COMPUTE WS-PERIOD-LETTERS =
                  WS-DUN-TOTAL - WS-BASE-DUN-COUNT
           ELSE
               MOVE WS-DUN-TOTAL TO WS-PERIOD-LETTERS
           END-IF.

       SUGGEST-LIMIT.
           SET WS-SUGGEST-LOWER TO TRUE.
           EVALUATE TRUE
               WHEN WS-ACC-WRITE-OFFS (WS-ACC-IDX) > ZERO
                   MOVE "BALANCE WRITTEN OFF" TO WS-REASON
               WHEN WS-ACC-AGE-90 (WS-ACC-IDX) > ZERO
                   MOVE "BALANCE OVER 90 DAYS" TO WS-REASON
               WHEN WS-ACC-NSF-COUNT (WS-ACC-IDX) > ZERO
                   MOVE "RETURNED PAYMENT" TO WS-REASON
               WHEN WS-PERIOD-LETTERS >= WS-LOWER-LETTERS
                   MOVE "REPEATEDLY DUNNED" TO WS-REASON
               WHEN WS-AVG-DAYS > WS-SLOW-DAYS
                   MOVE "SLOW PAYER" TO WS-REASON
               WHEN WS-PERIOD-LETTERS = ZERO
                  AND WS-ACC-AGE-60 (WS-ACC-IDX) = ZERO
                  AND WS-ACC-FIN-CHARGES (WS-ACC-IDX) = ZERO
                  AND WS-ACC-APPLIED (WS-ACC-IDX) > ZERO
                  AND WS-AVG-DAYS NOT > WS-PROMPT-DAYS
                  AND WS-HIGH-BALANCE >=
                     WS-ACC-LIMIT (WS-ACC-IDX) * WS-USAGE-FACTOR
                   SET WS-SUGGEST-RAISE TO TRUE
                   MOVE "PROMPT PAYER NEAR LIMIT" TO WS-REASON
               WHEN OTHER
                   SET WS-SUGGEST-HOLD TO TRUE
                   MOVE "WITHIN POLICY" TO WS-REASON
           END-EVALUATE.
           MOVE WS-ACC-LIMIT (WS-ACC-IDX) TO WS-SUGGESTED-LIMIT.
           IF WS-SUGGEST-LOWER
               COMPUTE WS-HUNDREDS = WS-ACC-LIMIT (WS-ACC-IDX) *
                  WS-LOWER-FACTOR / 100
               COMPUTE WS-SUGGESTED-LIMIT = WS-HUNDREDS * 100
           END-IF.
           IF WS-SUGGEST-RAISE
               IF WS-HIGH-BALANCE > WS-ACC-LIMIT (WS-ACC-IDX)
                   MOVE WS-HIGH-BALANCE TO WS-BASE-AMOUNT
               ELSE
                   MOVE WS-ACC-LIMIT (WS-ACC-IDX) TO WS-BASE-AMOUNT
               END-IF
               COMPUTE WS-HUNDREDS =
                  (WS-BASE-AMOUNT * WS-RAISE-FACTOR + 99.99) / 100
               COMPUTE WS-SUGGESTED-LIMIT = WS-HUNDREDS * 100
           END-IF.
           IF WS-SUGGESTED-LIMIT = WS-ACC-LIMIT (WS-ACC-IDX)
               SET WS-SUGGEST-HOLD TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN WS-SUGGEST-RAISE
                   MOVE "RAISE TO" TO WS-ACTION-TEXT
                   ADD 1 TO WS-RAISE-COUNT
               WHEN WS-SUGGEST-LOWER
                   MOVE "LOWER TO" TO WS-ACTION-TEXT
                   ADD 1 TO WS-LOWER-COUNT
               WHEN OTHER
                   MOVE "HOLD AT" TO WS-ACTION-TEXT
                   ADD 1 TO WS-HOLD-COUNT
           END-EVALUATE.

       SAVE-REVIEW-RECORD.
           MOVE WS-ACC-CODE (WS-ACC-IDX) TO CRV-CLAVE-CLIENTE.
           MOVE WS-QUARTER-END TO CRV-QUARTER.
           MOVE WS-TODAY-DATE TO CRV-REVIEW-FECHA.
           MOVE WS-ACC-LIMIT (WS-ACC-IDX) TO CRV-CURRENT-LIMIT.
           MOVE WS-SUGGESTED-LIMIT TO CRV-SUGGESTED-LIMIT.
           MOVE WS-HIGH-BALANCE TO CRV-HIGH-BALANCE.
           MOVE WS-ACTION TO CRV-ACTION.
           MOVE WS-REASON TO CRV-REASON.
           SET CRV-PENDING TO TRUE.
           MOVE WS-BASE-DUN-COUNT TO CRV-BASE-DUN-COUNT.
           MOVE WS-DUN-TOTAL TO CRV-DUN-COUNT.
           MOVE ZERO TO CRV-DECIDED-FECHA CRV-MANAGER.
           WRITE CREDREV-RECORD
               INVALID KEY
                   REWRITE CREDREV-RECORD
                       INVALID KEY
                           DISPLAY "ERROR SAVING REVIEW FOR "
                              CRV-CLAVE-CLIENTE ": " FS-CREDREV
                           MOVE "CREDIT-REVIEW-REPORT" TO ERP-PROGRAM
                           MOVE "SAVE-REVIEW-RECORD" TO ERP-PARAGRAPH
                           MOVE "CREDREV.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CREDREV TO ERP-STATUS
                           MOVE CRV-CLAVE-CLIENTE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-REWRITE
           END-WRITE.

       WRITE-REVIEW-HEADER.
           MOVE ALL "=" TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           STRING "CREDIT LIMIT REVIEW - QUARTER ENDING "
                  DELIMITED BY SIZE
                  WS-QUARTER-END DELIMITED BY SIZE
                  "  RUN " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
              INTO REVIEW-LINE
           END-STRING.
           WRITE REVIEW-LINE.
           MOVE ALL "-" TO REVIEW-LINE.
           WRITE REVIEW-LINE.

       WRITE-ACCOUNT-LINES.
           PERFORM WRITE-ACCOUNT-FIGURES.
           MOVE SPACES TO REVIEW-LINE.
           MOVE WS-SUGGESTED-LIMIT TO WS-EDIT-1.
           STRING "   SUGGEST " DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-1 DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-REASON DELIMITED BY SIZE
              INTO REVIEW-LINE
           END-STRING.
           WRITE REVIEW-LINE.

       WRITE-DECIDED-LINES.
           PERFORM WRITE-ACCOUNT-FIGURES.
           IF CRV-ACCEPTED
               MOVE "ACCEPTED" TO WS-PRIOR-STATUS
           ELSE
               MOVE "DECLINED" TO WS-PRIOR-STATUS
           END-IF.
           MOVE SPACES TO REVIEW-LINE.
           MOVE CRV-SUGGESTED-LIMIT TO WS-EDIT-1.
           STRING "   ALREADY " DELIMITED BY SIZE
                  WS-PRIOR-STATUS DELIMITED BY SIZE
                  " ON " DELIMITED BY SIZE
                  CRV-DECIDED-FECHA DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-EDIT-1 DELIMITED BY SIZE
              INTO REVIEW-LINE
           END-STRING.
           WRITE REVIEW-LINE.

       WRITE-ACCOUNT-FIGURES.
           MOVE SPACES TO REVIEW-LINE.
           MOVE WS-ACC-LIMIT (WS-ACC-IDX) TO WS-EDIT-1.
           MOVE WS-HIGH-BALANCE TO WS-EDIT-2.
           MOVE WS-ACC-SALDO (WS-ACC-IDX) TO WS-EDIT-3.
           STRING WS-ACC-CODE (WS-ACC-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACC-NAME (WS-ACC-IDX) DELIMITED BY SIZE
                  " LIMIT " DELIMITED BY SIZE
                  WS-EDIT-1 DELIMITED BY SIZE
                  " HIGH " DELIMITED BY SIZE
                  WS-EDIT-2 DELIMITED BY SIZE
                  " NOW " DELIMITED BY SIZE
                  WS-EDIT-3 DELIMITED BY SIZE
              INTO REVIEW-LINE
           END-STRING.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           MOVE WS-ACC-CURRENT (WS-ACC-IDX) TO WS-EDIT-1.
           MOVE WS-ACC-AGE-30 (WS-ACC-IDX) TO WS-EDIT-2.
           MOVE WS-ACC-AGE-60 (WS-ACC-IDX) TO WS-EDIT-3.
           MOVE WS-ACC-AGE-90 (WS-ACC-IDX) TO WS-EDIT-4.
           STRING "   AGING CURRENT " DELIMITED BY SIZE
                  WS-EDIT-1 DELIMITED BY SIZE
                  " 30+ " DELIMITED BY SIZE
                  WS-EDIT-2 DELIMITED BY SIZE
                  " 60+ " DELIMITED BY SIZE
                  WS-EDIT-3 DELIMITED BY SIZE
                  " 90+ " DELIMITED BY SIZE
                  WS-EDIT-4 DELIMITED BY SIZE
              INTO REVIEW-LINE
           END-STRING.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           MOVE WS-AVG-DAYS TO WS-DAYS-EDIT.
           MOVE WS-ACC-FIN-CHARGES (WS-ACC-IDX) TO WS-EDIT-1.
           STRING "   AVG DAYS TO PAY " DELIMITED BY SIZE
                  WS-DAYS-EDIT DELIMITED BY SIZE
                  "  PAYMENTS " DELIMITED BY SIZE
                  WS-ACC-PAY-COUNT (WS-ACC-IDX) DELIMITED BY SIZE
                  "  RETURNED " DELIMITED BY SIZE
                  WS-ACC-NSF-COUNT (WS-ACC-IDX) DELIMITED BY SIZE
                  "  LETTERS " DELIMITED BY SIZE
                  WS-PERIOD-LETTERS DELIMITED BY SIZE
                  "  FIN CHARGES " DELIMITED BY SIZE
                  WS-EDIT-1 DELIMITED BY SIZE
              INTO REVIEW-LINE
           END-STRING.
           WRITE REVIEW-LINE.

       WRITE-REVIEW-TRAILER.
           MOVE ALL "-" TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           STRING "REVIEWED: " DELIMITED BY SIZE
                  WS-REVIEWED-COUNT DELIMITED BY SIZE
                  "  RAISE: " DELIMITED BY SIZE
                  WS-RAISE-COUNT DELIMITED BY SIZE
                  "  LOWER: " DELIMITED BY SIZE
                  WS-LOWER-COUNT DELIMITED BY SIZE
                  "  HOLD: " DELIMITED BY SIZE
                  WS-HOLD-COUNT DELIMITED BY SIZE
              INTO REVIEW-LINE
           END-STRING.
           WRITE REVIEW-LINE.
           MOVE ALL "=" TO REVIEW-LINE.
           WRITE REVIEW-LINE.

       CLOSE-FILES.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARITEM-FILE.
           IF FS-ARPAY-OK OR FS-ARPAY-EOF
               CLOSE ARPAY-FILE
           END-IF.
           IF FS-WRITEOFF-OK OR FS-WRITEOFF-EOF
               CLOSE WRITEOFF-FILE
           END-IF.
           IF FS-DUNNING-OK
               CLOSE DUNNING-FILE
           END-IF.
           IF FS-CREDREV-OK
               CLOSE CREDREV-FILE
           END-IF.
           IF FS-REVIEW-OK
               CLOSE REVIEW-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "CREDREV.PRT" TO RAP-REPORT-FILE.
           MOVE "CREDIT-REVIEW-REPORT" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           STRING "QUARTER ENDING " DELIMITED BY SIZE
                  WS-QUARTER-END DELIMITED BY SIZE
                  INTO RAP-PARAMETERS
           END-STRING.
           MOVE ZERO TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
