      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer repair and service jobs. (I)ntake books an
      *          item in for the customer with its product, serial
      *          number and the reported fault onto SVCJOB.DAT,
      *          numbered from SVCJOBCTL.DAT; a serial on SERIAL.DAT
      *          is marked at repair until the job is collected.
      *          (S)tatus moves the job through diagnosis, waiting
      *          for parts and ready, with the technician's
      *          diagnosis. (P)arts fitted come out of PROD-STOCK
      *          with audit and STOCKMOVES.DAT service lines, and
      *          (L)abour is charged in hours against a non-stock
      *          labour product priced per hour; both are kept on
      *          SVCLINE.DAT. (C)ollect bills the parts and labour on
      *          a normal ticket and SELLS.DAT lines, takes the
      *          tender and closes the job. (V) shows a job.
      *          SERVICE-JOB-AGING lists what is still open.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICE-JOB-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SVCJOB-FILE ASSIGN TO "SVCJOB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SJ-NUMBER
               FILE STATUS IS FS-SVCJOB.

           SELECT SVCJOB-CONTROL-FILE ASSIGN TO "SVCJOBCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SVCJOB-CONTROL.

           SELECT SVCLINE-FILE ASSIGN TO "SVCLINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS FS-SVCLINE.

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

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CLIENTE
               FILE STATUS IS FS-CLIENTES.

           SELECT VENTAS-FILE ASSIGN TO "SELLS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTA-NUMERO
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT TICKETS-FILE ASSIGN TO "TICKETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKET-NUMBER
               FILE STATUS IS FS-TICKETS.

           SELECT SALE-CONTROL-FILE ASSIGN TO "SALECTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SALE-CONTROL.

           SELECT TICKET-CONTROL-FILE ASSIGN TO "TICKCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TICKET-CONTROL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.

           SELECT MOVES-FILE ASSIGN TO "STOCKMOVES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVES.

           SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SIGNON.

       DATA DIVISION.
       FILE SECTION.
       FD  SVCJOB-FILE.
       COPY SVCJOB-RECORD.

       FD  SVCJOB-CONTROL-FILE.
       01  SVCJOB-CONTROL-RECORD.
           05 SJCTL-LAST-NUMBER  PIC 9(06).

       FD  SVCLINE-FILE.
       COPY SVCLINE-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  SERIAL-FILE.
       COPY SERIAL-RECORD.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       FD  VENTAS-FILE.
       COPY VENTAS-RECORD.

       FD  TICKETS-FILE.
       COPY TICKET-RECORD.

       FD  SALE-CONTROL-FILE.
       01  SALE-CONTROL-RECORD.
           05 SALECTL-LAST-NUMBER PIC 9(08).

       FD  TICKET-CONTROL-FILE.
       01  TICKET-CONTROL-RECORD.
           05 TICKCTL-LAST-NUMBER PIC 9(06).

       FD  AUDIT-LOG-FILE.
       COPY AUDIT-RECORD.

       FD  MOVES-FILE.
       COPY MOVES-RECORD.

       FD  SIGNON-FILE.
       COPY SIGNON-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-SVCJOB            PIC XX.
           88 FS-SVCJOB-OK      VALUE "00".
           88 FS-SVCJOB-NOT-EXIST VALUE "35".
       01  FS-SVCJOB-CONTROL    PIC XX.
           88 FS-SVCJOB-CONTROL-OK VALUE "00".
       01  FS-SVCLINE           PIC XX.
           88 FS-SVCLINE-OK     VALUE "00".
           88 FS-SVCLINE-EOF    VALUE "10".
           88 FS-SVCLINE-NOT-EXIST VALUE "35".
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
       01  FS-SERIAL            PIC XX.
           88 FS-SERIAL-OK      VALUE "00".
       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
       01  FS-TICKETS           PIC XX.
           88 FS-TICKETS-OK     VALUE "00".
       01  FS-SALE-CONTROL      PIC XX.
           88 FS-SALE-CONTROL-OK VALUE "00".
       01  FS-TICKET-CONTROL    PIC XX.
           88 FS-TICKET-CONTROL-OK VALUE "00".
       01  FS-AUDIT-LOG         PIC XX.
           88 FS-AUDIT-OK       VALUE "00".
           88 FS-AUDIT-NOT-EXIST VALUE "35".
       01  FS-MOVES             PIC XX.
           88 FS-MOVES-OK       VALUE "00".
           88 FS-MOVES-NOT-EXIST VALUE "35".
       01  FS-SIGNON            PIC XX.
           88 FS-SIGNON-OK      VALUE "00".

       01  WS-SERIAL-OPEN       PIC X VALUE "N".
           88 WS-SERIAL-IS-OPEN VALUE "Y".
       01  WS-CLIENTES-OPEN     PIC X VALUE "N".
           88 WS-CLIENTES-IS-OPEN VALUE "Y".
       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".
       01  WS-ANOTHER           PIC X VALUE "N".
           88 WS-ANOTHER-YES    VALUE "Y", "y".
       01  WS-ACTION            PIC X.
           88 WS-ACTION-INTAKE  VALUE "I", "i".
           88 WS-ACTION-STATUS  VALUE "S", "s".
           88 WS-ACTION-PARTS   VALUE "P", "p".
           88 WS-ACTION-LABOUR  VALUE "L", "l".
           88 WS-ACTION-COLLECT VALUE "C", "c".
           88 WS-ACTION-VIEW    VALUE "V", "v".
       01  WS-NEW-STATUS        PIC X.
           88 WS-NEW-STATUS-VALID VALUE "D", "W", "R".
       01  WS-CONFIRM           PIC X.
           88 WS-CONFIRM-YES    VALUE "Y", "y".
       01  WS-FOUND-FLAG        PIC X.
           88 WS-WAS-FOUND      VALUE "Y".

       01  WS-JOB-NUMBER        PIC 9(6).
       01  WS-CLIENTE           PIC X(10).
       01  WS-PROD-CODE         PIC X(5).
       01  WS-SERIAL-NUMBER     PIC X(15).
       01  WS-DIAGNOSIS         PIC X(40).
       01  WS-PART-QTY          PIC 9(5).
       01  WS-AMOUNT-EDIT       PIC X(12).
       01  WS-HOURS             PIC 9(3)V99.
       01  WS-JOB-TOTAL         PIC 9(9)V99.
       01  WS-LINE-COUNT        PIC 9(3).
       01  WS-MONEY-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-HOURS-EDIT        PIC ZZ9.99.
       01  WS-STATUS-DESC       PIC X(17).
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-OPERATOR-ID       PIC 9(5) VALUE ZERO.
       01  WS-BRANCH            PIC X(2).
       01  WS-TENDER            PIC X.
           88 WS-TENDER-VALID   VALUE "C", "T".
       01  WS-NEW-SALE-NUMBER   PIC 9(8).
       01  WS-TICKET-NUMBER     PIC 9(6).

       01  WS-LOCK-ACTION       PIC X.
       01  WS-LOCK-NAME         PIC X(12) VALUE "PRODUCTS".
       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           IF FS-SVCJOB-OK AND FS-SVCLINE-OK AND FS-PRODUCTS-OK
              AND FS-VENTAS-OK AND FS-TICKETS-OK
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM READ-SIGNON-SESSION
               DISPLAY "SELLING BRANCH (2 characters): "
                  WITH NO ADVANCING
               ACCEPT WS-BRANCH
               DISPLAY " "
               DISPLAY "REPAIR AND SERVICE JOBS"
               PERFORM PROCESS-MENU UNTIL NOT WS-YES
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O SVCJOB-FILE.
           IF FS-SVCJOB-NOT-EXIST
               OPEN OUTPUT SVCJOB-FILE
               CLOSE SVCJOB-FILE
               OPEN I-O SVCJOB-FILE
           END-IF.
           IF NOT FS-SVCJOB-OK
               DISPLAY "ERROR OPENING SVCJOB.DAT: " FS-SVCJOB
               MOVE "SERVICE-JOB-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SVCJOB.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SVCJOB TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O SVCLINE-FILE.
           IF FS-SVCLINE-NOT-EXIST
               OPEN OUTPUT SVCLINE-FILE
               CLOSE SVCLINE-FILE
               OPEN I-O SVCLINE-FILE
           END-IF.
           IF NOT FS-SVCLINE-OK
               DISPLAY "ERROR OPENING SVCLINE.DAT: " FS-SVCLINE
               MOVE "SERVICE-JOB-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SVCLINE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SVCLINE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           PERFORM TAKE-PRODUCTS-LOCK.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "SERVICE-JOB-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O SERIAL-FILE.
           IF FS-SERIAL-OK
               MOVE "Y" TO WS-SERIAL-OPEN
           ELSE
               DISPLAY "SERIAL.DAT NOT AVAILABLE - SERIAL NUMBERS "
                  "RECORDED AS KEYED"
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF FS-CLIENTES-OK
               MOVE "Y" TO WS-CLIENTES-OPEN
           ELSE
               DISPLAY "clientes.idx NOT AVAILABLE - CUSTOMER CODES "
                  "NOT CHECKED"
           END-IF.
           OPEN I-O VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "SERVICE-JOB-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O TICKETS-FILE.
           IF NOT FS-TICKETS-OK
               DISPLAY "ERROR OPENING TICKETS.DAT: " FS-TICKETS
               MOVE "SERVICE-JOB-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "TICKETS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-TICKETS TO ERP-STATUS
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

       PROCESS-MENU.
           DISPLAY " ".
           DISPLAY "I - INTAKE | S - STATUS | P - PARTS | L - LABOUR | "
              "C - COLLECT | V - VIEW".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACTION-INTAKE
                   PERFORM BOOK-IN-JOB
               WHEN WS-ACTION-STATUS
                   PERFORM CHANGE-JOB-STATUS
               WHEN WS-ACTION-PARTS
                   PERFORM FIT-PARTS
               WHEN WS-ACTION-LABOUR
                   PERFORM CHARGE-LABOUR
               WHEN WS-ACTION-COLLECT
                   PERFORM COLLECT-JOB
               WHEN WS-ACTION-VIEW
                   PERFORM VIEW-JOB
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.
           DISPLAY " ".
           DISPLAY "DO YOU WANT TO CONTINUE? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       BOOK-IN-JOB.
           DISPLAY "CUSTOMER CODE: " WITH NO ADVANCING.
           ACCEPT WS-CLIENTE.
           MOVE "Y" TO WS-FOUND-FLAG.
           IF WS-CLIENTES-IS-OPEN
               MOVE WS-CLIENTE TO CLAVE-CLIENTE
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       DISPLAY "CUSTOMER NOT ON FILE: " WS-CLIENTE
                       MOVE "N" TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       DISPLAY NOMBRE-CLIENTE
               END-READ
           END-IF.
           IF WS-WAS-FOUND
               PERFORM CAPTURE-JOB-ITEM
               PERFORM WRITE-NEW-JOB
           END-IF.

       CAPTURE-JOB-ITEM.
           DISPLAY "PRODUCT CODE (5 characters): " WITH NO ADVANCING.
           ACCEPT WS-PROD-CODE.
           MOVE WS-PROD-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   DISPLAY "NOT ONE OF OUR PRODUCTS - RECORDED AS "
                      "KEYED"
               NOT INVALID KEY
                   DISPLAY PROD-NAME
           END-READ.
           DISPLAY "SERIAL NUMBER (BLANK = NONE): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-SERIAL-NUMBER.
           ACCEPT WS-SERIAL-NUMBER.
           INITIALIZE SVCJOB-RECORD.
           MOVE SPACE TO SJ-SERIAL-PRIOR.
           IF WS-SERIAL-NUMBER NOT = SPACES AND WS-SERIAL-IS-OPEN
               PERFORM MARK-SERIAL-AT-REPAIR
           END-IF.
           DISPLAY "REPORTED FAULT (40 characters): "
              WITH NO ADVANCING.
           MOVE SPACES TO SJ-FAULT.
           ACCEPT SJ-FAULT.

      * A unit we sold is flagged at repair for the life of the job;
      * its status before intake is kept on the job to put back
       MARK-SERIAL-AT-REPAIR.
           MOVE WS-PROD-CODE TO SER-PROD-CODE.
           MOVE WS-SERIAL-NUMBER TO SER-SERIAL-NUMBER.
           READ SERIAL-FILE
               INVALID KEY
                   DISPLAY "SERIAL NOT ON SERIAL.DAT - RECORDED AS "
                      "KEYED"
               NOT INVALID KEY
                   IF SER-SOLD
                       DISPLAY "SOLD " SER-SALE-DATE " TO "
                          SER-CLAVE-CLIENTE " ON SALE "
                          SER-SALE-NUMBER
                   END-IF
                   MOVE SER-STATUS TO SJ-SERIAL-PRIOR
                   SET SER-AT-REPAIR TO TRUE
                   REWRITE SERIAL-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING SERIAL.DAT: "
                              FS-SERIAL
                           MOVE "SERVICE-JOB-ENTRY" TO ERP-PROGRAM
                           MOVE "MARK-SERIAL-AT-REPAIR" TO ERP-PARAGRAPH
                           MOVE "SERIAL.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-SERIAL TO ERP-STATUS
                           MOVE SER-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           MOVE SPACE TO SJ-SERIAL-PRIOR
                   END-REWRITE
           END-READ.

       WRITE-NEW-JOB.
           PERFORM GET-NEXT-JOB-NUMBER.
           MOVE WS-JOB-NUMBER TO SJ-NUMBER.
           MOVE WS-TODAY-DATE TO SJ-INTAKE-DATE SJ-STATUS-DATE.
           MOVE WS-CLIENTE TO SJ-CLAVE-CLIENTE.
           MOVE WS-PROD-CODE TO SJ-PROD-CODE.
           MOVE WS-SERIAL-NUMBER TO SJ-SERIAL-NUMBER.
           MOVE SPACES TO SJ-DIAGNOSIS.
           SET SJ-BOOKED-IN TO TRUE.
           MOVE ZERO TO SJ-LAST-LINE SJ-PARTS-VALUE SJ-LABOUR-VALUE.
           MOVE ZERO TO SJ-COLLECT-DATE SJ-TICKET.
           MOVE WS-OPERATOR-ID TO SJ-OPERATOR.
           WRITE SVCJOB-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING SVCJOB.DAT: " FS-SVCJOB
                   MOVE "SERVICE-JOB-ENTRY" TO ERP-PROGRAM
                   MOVE "WRITE-NEW-JOB" TO ERP-PARAGRAPH
                   MOVE "SVCJOB.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-SVCJOB TO ERP-STATUS
                   MOVE SJ-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   DISPLAY "JOB " SJ-NUMBER " BOOKED IN - GIVE THE "
                      "CUSTOMER THIS NUMBER"
           END-WRITE.

       GET-NEXT-JOB-NUMBER.
           OPEN INPUT SVCJOB-CONTROL-FILE.
           IF FS-SVCJOB-CONTROL-OK
               READ SVCJOB-CONTROL-FILE
                   AT END
                       MOVE ZERO TO SJCTL-LAST-NUMBER
               END-READ
               CLOSE SVCJOB-CONTROL-FILE
           ELSE
               MOVE ZERO TO SJCTL-LAST-NUMBER
           END-IF.
           COMPUTE WS-JOB-NUMBER = SJCTL-LAST-NUMBER + 1.
           MOVE WS-JOB-NUMBER TO SJCTL-LAST-NUMBER.
           OPEN OUTPUT SVCJOB-CONTROL-FILE.
           WRITE SVCJOB-CONTROL-RECORD.
           CLOSE SVCJOB-CONTROL-FILE.

       READ-JOB.
           MOVE "N" TO WS-FOUND-FLAG.
           DISPLAY "JOB NUMBER (6 digits): " WITH NO ADVANCING.
           ACCEPT WS-JOB-NUMBER.
           MOVE WS-JOB-NUMBER TO SJ-NUMBER.
           READ SVCJOB-FILE
               INVALID KEY
                   DISPLAY "JOB NOT FOUND: " WS-JOB-NUMBER
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-FLAG
                   PERFORM DESCRIBE-STATUS
           END-READ.

       READ-OPEN-JOB.
           PERFORM READ-JOB.
           IF WS-WAS-FOUND AND NOT SJ-OPEN
               DISPLAY "JOB " SJ-NUMBER " IS " WS-STATUS-DESC
                  " - NO FURTHER WORK"
               MOVE "N" TO WS-FOUND-FLAG
           END-IF.

       DESCRIBE-STATUS.
           EVALUATE TRUE
               WHEN SJ-BOOKED-IN
                   MOVE "BOOKED IN" TO WS-STATUS-DESC
               WHEN SJ-DIAGNOSING
                   MOVE "IN DIAGNOSIS" TO WS-STATUS-DESC
               WHEN SJ-WAITING-PARTS
                   MOVE "WAITING FOR PARTS" TO WS-STATUS-DESC
               WHEN SJ-READY
                   MOVE "READY" TO WS-STATUS-DESC
               WHEN SJ-COLLECTED
                   MOVE "COLLECTED" TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-DESC
           END-EVALUATE.

       CHANGE-JOB-STATUS.
           PERFORM READ-OPEN-JOB.
           IF WS-WAS-FOUND
               DISPLAY "JOB " SJ-NUMBER " IS " WS-STATUS-DESC
                  " SINCE " SJ-STATUS-DATE
               MOVE SPACE TO WS-NEW-STATUS
               PERFORM UNTIL WS-NEW-STATUS-VALID
                   DISPLAY "NEW STATUS - D DIAGNOSIS / W WAITING FOR "
                      "PARTS / R READY: " WITH NO ADVANCING
                   ACCEPT WS-NEW-STATUS
                   MOVE FUNCTION UPPER-CASE(WS-NEW-STATUS)
                      TO WS-NEW-STATUS
               END-PERFORM
               DISPLAY "DIAGNOSIS (BLANK = KEEP): " WITH NO ADVANCING
               MOVE SPACES TO WS-DIAGNOSIS
               ACCEPT WS-DIAGNOSIS
               IF WS-DIAGNOSIS NOT = SPACES
                   MOVE WS-DIAGNOSIS TO SJ-DIAGNOSIS
               END-IF
               IF WS-NEW-STATUS NOT = SJ-STATUS
                   MOVE WS-NEW-STATUS TO SJ-STATUS
                   MOVE WS-TODAY-DATE TO SJ-STATUS-DATE
               END-IF
               PERFORM REWRITE-JOB
               PERFORM DESCRIBE-STATUS
               DISPLAY "JOB " SJ-NUMBER " NOW " WS-STATUS-DESC
               IF SJ-READY
                   DISPLAY "CALL CUSTOMER " SJ-CLAVE-CLIENTE
                      " TO COLLECT"
               END-IF
           END-IF.

       REWRITE-JOB.
           REWRITE SVCJOB-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING SVCJOB.DAT: " FS-SVCJOB
                   MOVE "SERVICE-JOB-ENTRY" TO ERP-PROGRAM
                   MOVE "REWRITE-JOB" TO ERP-PARAGRAPH
                   MOVE "SVCJOB.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-SVCJOB TO ERP-STATUS
                   MOVE SJ-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-REWRITE.

       FIT-PARTS.
           PERFORM READ-OPEN-JOB.
           IF WS-WAS-FOUND
               MOVE "Y" TO WS-ANOTHER
               PERFORM FIT-ONE-PART UNTIL NOT WS-ANOTHER-YES
               PERFORM REWRITE-JOB
           END-IF.

       FIT-ONE-PART.
           DISPLAY "PART PRODUCT CODE: " WITH NO ADVANCING.
           ACCEPT WS-PROD-CODE.
           DISPLAY "QUANTITY FITTED: " WITH NO ADVANCING.
           ACCEPT WS-PART-QTY.
           MOVE WS-PROD-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   DISPLAY "PRODUCT NOT FOUND: " WS-PROD-CODE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-PART-QTY = ZERO
                           DISPLAY "QUANTITY MUST BE ABOVE ZERO"
                       WHEN PROD-NON-STOCK
                           DISPLAY PROD-CODE " IS NON-STOCK - CHARGE "
                              "IT AS LABOUR"
                       WHEN PROD-STOCK < WS-PART-QTY
                           DISPLAY "ONLY " PROD-STOCK " OF " PROD-CODE
                              " IN STOCK"
                       WHEN OTHER
                           PERFORM ISSUE-PART
                   END-EVALUATE
           END-READ.
           DISPLAY "ANOTHER PART? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-ANOTHER.

       ISSUE-PART.
           MOVE "R" TO AUDIT-ACTION.
           MOVE PROD-CODE TO AUDIT-CODE.
           MOVE PROD-NAME TO AUDIT-BEFORE-NAME.
           MOVE PROD-PRICE TO AUDIT-BEFORE-PRICE.
           MOVE PROD-STOCK TO AUDIT-BEFORE-STOCK.
           SUBTRACT WS-PART-QTY FROM PROD-STOCK.
           REWRITE PRODUCTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING STOCK FOR: " PROD-CODE
               NOT INVALID KEY
                   MOVE PROD-NAME TO AUDIT-AFTER-NAME
                   MOVE PROD-PRICE TO AUDIT-AFTER-PRICE
                   MOVE PROD-STOCK TO AUDIT-AFTER-STOCK
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE PROD-CODE TO MOV-PROD-CODE
                   SET MOV-SERVICE TO TRUE
                   COMPUTE MOV-QUANTITY = ZERO - WS-PART-QTY
                   MOVE PROD-STOCK TO MOV-BALANCE
                   PERFORM WRITE-MOVES-RECORD
                   INITIALIZE SVCLINE-RECORD
                   SET SL-PART TO TRUE
                   MOVE WS-PART-QTY TO SL-QUANTITY
                   MOVE PROD-PRICE TO SL-PRICE
                   COMPUTE SL-AMOUNT = PROD-PRICE * WS-PART-QTY
                   PERFORM WRITE-JOB-LINE
                   ADD SL-AMOUNT TO SJ-PARTS-VALUE
                   DISPLAY WS-PART-QTY " X " PROD-NAME " FITTED"
           END-REWRITE.

       CHARGE-LABOUR.
           PERFORM READ-OPEN-JOB.
           IF WS-WAS-FOUND
               DISPLAY "LABOUR PRODUCT CODE: " WITH NO ADVANCING
               ACCEPT WS-PROD-CODE
               MOVE WS-PROD-CODE TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       DISPLAY "PRODUCT NOT FOUND: " WS-PROD-CODE
                   NOT INVALID KEY
                       IF NOT PROD-NON-STOCK
                           DISPLAY PROD-CODE " IS A STOCKED ITEM - "
                              "FIT IT AS A PART"
                       ELSE
                           PERFORM CAPTURE-LABOUR-HOURS
                       END-IF
               END-READ
           END-IF.

      * Labour is priced per hour on its non-stock product; the line
      * carries the hours and bills as one unit at the extended value
       CAPTURE-LABOUR-HOURS.
           MOVE PROD-PRICE TO WS-MONEY-EDIT.
           DISPLAY PROD-NAME " AT " WS-MONEY-EDIT " PER HOUR".
           DISPLAY "HOURS (ex: 1.50): " WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-EDIT.
           IF FUNCTION TEST-NUMVAL(WS-AMOUNT-EDIT) = 0
               AND FUNCTION NUMVAL(WS-AMOUNT-EDIT) > 0
               AND FUNCTION NUMVAL(WS-AMOUNT-EDIT) <= 999.99
               COMPUTE WS-HOURS = FUNCTION NUMVAL(WS-AMOUNT-EDIT)
               INITIALIZE SVCLINE-RECORD
               SET SL-LABOUR TO TRUE
               MOVE 1 TO SL-QUANTITY
               MOVE WS-HOURS TO SL-HOURS
               MOVE PROD-PRICE TO SL-PRICE
               COMPUTE SL-AMOUNT ROUNDED = PROD-PRICE * WS-HOURS
               PERFORM WRITE-JOB-LINE
               ADD SL-AMOUNT TO SJ-LABOUR-VALUE
               PERFORM REWRITE-JOB
               MOVE SL-AMOUNT TO WS-MONEY-EDIT
               DISPLAY "LABOUR CHARGED: " WS-MONEY-EDIT
           ELSE
               DISPLAY "INVALID HOURS - NOTHING CHARGED"
           END-IF.

       WRITE-JOB-LINE.
           ADD 1 TO SJ-LAST-LINE.
           MOVE SJ-NUMBER TO SL-JOB-NUMBER.
           MOVE SJ-LAST-LINE TO SL-LINE.
           MOVE WS-TODAY-DATE TO SL-DATE.
           MOVE PROD-CODE TO SL-PROD-CODE.
           MOVE PROD-COST TO SL-COST.
           MOVE WS-OPERATOR-ID TO SL-OPERATOR.
           WRITE SVCLINE-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING SVCLINE.DAT: " FS-SVCLINE
                   MOVE "SERVICE-JOB-ENTRY" TO ERP-PROGRAM
                   MOVE "WRITE-JOB-LINE" TO ERP-PARAGRAPH
                   MOVE "SVCLINE.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-SVCLINE TO ERP-STATUS
                   MOVE SL-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-WRITE.

       VIEW-JOB.
           PERFORM READ-JOB.
           IF WS-WAS-FOUND
               DISPLAY "JOB " SJ-NUMBER " BOOKED IN " SJ-INTAKE-DATE
                  " CUSTOMER " SJ-CLAVE-CLIENTE
               DISPLAY "ITEM " SJ-PROD-CODE " SERIAL " SJ-SERIAL-NUMBER
               DISPLAY "FAULT:     " SJ-FAULT
               DISPLAY "DIAGNOSIS: " SJ-DIAGNOSIS
               DISPLAY "STATUS:    " WS-STATUS-DESC " SINCE "
                  SJ-STATUS-DATE
               IF SJ-COLLECTED
                   DISPLAY "COLLECTED " SJ-COLLECT-DATE " ON TICKET "
                      SJ-TICKET
               END-IF
               PERFORM START-JOB-LINES
               PERFORM SHOW-ONE-JOB-LINE UNTIL FS-SVCLINE-EOF
               MOVE "00" TO FS-SVCLINE
               MOVE SJ-PARTS-VALUE TO WS-MONEY-EDIT
               DISPLAY "PARTS:  " WS-MONEY-EDIT
               MOVE SJ-LABOUR-VALUE TO WS-MONEY-EDIT
               DISPLAY "LABOUR: " WS-MONEY-EDIT
           END-IF.

       START-JOB-LINES.
           MOVE SJ-NUMBER TO SL-JOB-NUMBER.
           MOVE ZERO TO SL-LINE.
           MOVE "00" TO FS-SVCLINE.
           START SVCLINE-FILE KEY IS > SL-KEY
               INVALID KEY
                   SET FS-SVCLINE-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-JOB-LINE.

       READ-NEXT-JOB-LINE.
           IF NOT FS-SVCLINE-EOF
               READ SVCLINE-FILE NEXT RECORD
                   AT END
                       SET FS-SVCLINE-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT FS-SVCLINE-EOF
               IF SL-JOB-NUMBER NOT = SJ-NUMBER
                   SET FS-SVCLINE-EOF TO TRUE
               END-IF
           END-IF.

       SHOW-ONE-JOB-LINE.
           MOVE SL-AMOUNT TO WS-MONEY-EDIT.
           IF SL-LABOUR
               MOVE SL-HOURS TO WS-HOURS-EDIT
               DISPLAY "  " SL-DATE " LABOUR " SL-PROD-CODE " "
                  WS-HOURS-EDIT " HRS  " WS-MONEY-EDIT
           ELSE
               DISPLAY "  " SL-DATE " PART   " SL-PROD-CODE " "
                  SL-QUANTITY " UNITS " WS-MONEY-EDIT
           END-IF.
           PERFORM READ-NEXT-JOB-LINE.

       COLLECT-JOB.
           PERFORM READ-OPEN-JOB.
           IF WS-WAS-FOUND
               IF NOT SJ-READY
                   DISPLAY "JOB " SJ-NUMBER " IS " WS-STATUS-DESC
                      " - MARK IT READY FIRST"
               ELSE
                   PERFORM CONFIRM-COLLECTION
               END-IF
           END-IF.

       CONFIRM-COLLECTION.
           COMPUTE WS-JOB-TOTAL = SJ-PARTS-VALUE + SJ-LABOUR-VALUE.
           MOVE SJ-PARTS-VALUE TO WS-MONEY-EDIT.
           DISPLAY "PARTS:  " WS-MONEY-EDIT.
           MOVE SJ-LABOUR-VALUE TO WS-MONEY-EDIT.
           DISPLAY "LABOUR: " WS-MONEY-EDIT.
           MOVE WS-JOB-TOTAL TO WS-MONEY-EDIT.
           DISPLAY "TOTAL:  " WS-MONEY-EDIT.
           DISPLAY "HAND OVER AND TAKE PAYMENT? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM-YES
               MOVE ZERO TO WS-TICKET-NUMBER WS-LINE-COUNT
               IF SJ-LAST-LINE > ZERO
                   MOVE SPACE TO WS-TENDER
                   PERFORM UNTIL WS-TENDER-VALID
                       DISPLAY "TENDER - C CASH / T CARD: "
                          WITH NO ADVANCING
                       ACCEPT WS-TENDER
                       MOVE FUNCTION UPPER-CASE(WS-TENDER)
                          TO WS-TENDER
                   END-PERFORM
                   PERFORM GET-NEXT-TICKET-NUMBER
                   PERFORM START-JOB-LINES
                   PERFORM BILL-ONE-JOB-LINE UNTIL FS-SVCLINE-EOF
                   MOVE "00" TO FS-SVCLINE
                   PERFORM WRITE-COLLECTION-TICKET
               ELSE
                   DISPLAY "NOTHING TO BILL - NO TICKET WRITTEN"
               END-IF
               PERFORM RESTORE-SERIAL-STATUS
               SET SJ-COLLECTED TO TRUE
               MOVE WS-TODAY-DATE TO SJ-STATUS-DATE SJ-COLLECT-DATE
               MOVE WS-TICKET-NUMBER TO SJ-TICKET
               PERFORM REWRITE-JOB
               DISPLAY "JOB " SJ-NUMBER " COLLECTED"
           END-IF.

      * Stock for parts left PROD-STOCK when they were fitted, so the
      * sale lines carry no further stock movement
       BILL-ONE-JOB-LINE.
           PERFORM GET-NEXT-SALE-NUMBER.
           MOVE WS-NEW-SALE-NUMBER TO VENTA-NUMERO.
           MOVE WS-TICKET-NUMBER TO VENTA-TICKET.
           MOVE SL-PROD-CODE TO VENTA-CODIGO.
           IF SL-LABOUR
               MOVE 1 TO VENTA-CANTIDAD
               MOVE SL-AMOUNT TO VENTA-PRECIO
           ELSE
               MOVE SL-QUANTITY TO VENTA-CANTIDAD
               MOVE SL-PRICE TO VENTA-PRECIO
           END-IF.
           MOVE SJ-CLAVE-CLIENTE TO VENTA-CLAVE-CLIENTE.
           MOVE WS-TENDER TO VENTA-TENDER.
           MOVE WS-OPERATOR-ID TO VENTA-OPERADOR.
           MOVE ZERO TO VENTA-QTY-RETURNED.
           MOVE SPACE TO VENTA-REVERSED.
           SET VENTA-SALE TO TRUE.
           MOVE WS-BRANCH TO VENTA-BRANCH.
           MOVE SPACE TO VENTA-PRICE-SOURCE.
           MOVE ZERO TO VENTA-LIST-PRICE.
           MOVE WS-TODAY-DATE TO VENTA-FECHA.
           WRITE VENTAS-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING SALE LINE: " FS-VENTAS
                   MOVE "SERVICE-JOB-ENTRY" TO ERP-PROGRAM
                   MOVE "BILL-ONE-JOB-LINE" TO ERP-PARAGRAPH
                   MOVE "SELLS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-VENTAS TO ERP-STATUS
                   MOVE VENTA-NUMERO TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-LINE-COUNT
           END-WRITE.
           PERFORM READ-NEXT-JOB-LINE.

       WRITE-COLLECTION-TICKET.
           MOVE WS-TICKET-NUMBER TO TICKET-NUMBER.
           MOVE WS-TODAY-DATE TO TICKET-FECHA.
           MOVE SJ-CLAVE-CLIENTE TO TICKET-CLAVE-CLIENTE.
           MOVE WS-LINE-COUNT TO TICKET-LINE-COUNT.
           MOVE WS-JOB-TOTAL TO TICKET-TOTAL.
           MOVE ZERO TO TICKET-SHIP-TO.
           MOVE WS-BRANCH TO TICKET-BRANCH.
           WRITE TICKET-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING TICKET: " FS-TICKETS
                   MOVE "SERVICE-JOB-ENTRY" TO ERP-PROGRAM
                   MOVE "WRITE-COLLECTION-TICKET" TO ERP-PARAGRAPH
                   MOVE "TICKETS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-TICKETS TO ERP-STATUS
                   MOVE TICKET-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-JOB-TOTAL TO WS-MONEY-EDIT
                   DISPLAY "BILLED ON TICKET " WS-TICKET-NUMBER
                      " - TAKEN " WS-MONEY-EDIT
           END-WRITE.

       RESTORE-SERIAL-STATUS.
           IF SJ-SERIAL-PRIOR NOT = SPACE AND WS-SERIAL-IS-OPEN
               MOVE SJ-PROD-CODE TO SER-PROD-CODE
               MOVE SJ-SERIAL-NUMBER TO SER-SERIAL-NUMBER
               READ SERIAL-FILE
                   INVALID KEY
                       DISPLAY "SERIAL NO LONGER ON FILE: "
                          SJ-SERIAL-NUMBER
                   NOT INVALID KEY
                       MOVE SJ-SERIAL-PRIOR TO SER-STATUS
                       REWRITE SERIAL-RECORD
                           INVALID KEY
                               DISPLAY "ERROR UPDATING SERIAL.DAT: "
                                  FS-SERIAL
                               MOVE "SERVICE-JOB-ENTRY" TO ERP-PROGRAM
                               MOVE "RESTORE-SERIAL-STATUS"
                                  TO ERP-PARAGRAPH
                               MOVE "SERIAL.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-SERIAL TO ERP-STATUS
                               MOVE SER-KEY TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       END-REWRITE
               END-READ
           END-IF.

       GET-NEXT-SALE-NUMBER.
           OPEN INPUT SALE-CONTROL-FILE.
           IF FS-SALE-CONTROL-OK
               READ SALE-CONTROL-FILE
                   AT END
                       MOVE ZERO TO SALECTL-LAST-NUMBER
               END-READ
               CLOSE SALE-CONTROL-FILE
           ELSE
               MOVE ZERO TO SALECTL-LAST-NUMBER
           END-IF.
           COMPUTE WS-NEW-SALE-NUMBER = SALECTL-LAST-NUMBER + 1.
           MOVE WS-NEW-SALE-NUMBER TO SALECTL-LAST-NUMBER.
           OPEN OUTPUT SALE-CONTROL-FILE.
           WRITE SALE-CONTROL-RECORD.
           CLOSE SALE-CONTROL-FILE.

       GET-NEXT-TICKET-NUMBER.
           OPEN INPUT TICKET-CONTROL-FILE.
           IF FS-TICKET-CONTROL-OK
               READ TICKET-CONTROL-FILE
                   AT END
                       MOVE ZERO TO TICKCTL-LAST-NUMBER
               END-READ
               CLOSE TICKET-CONTROL-FILE
           ELSE
               MOVE ZERO TO TICKCTL-LAST-NUMBER
           END-IF.
           COMPUTE WS-TICKET-NUMBER = TICKCTL-LAST-NUMBER + 1.
           MOVE WS-TICKET-NUMBER TO TICKCTL-LAST-NUMBER.
           OPEN OUTPUT TICKET-CONTROL-FILE.
           WRITE TICKET-CONTROL-RECORD.
           CLOSE TICKET-CONTROL-FILE.

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE WS-BRANCH TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
           END-IF.

       WRITE-AUDIT-RECORD.
           IF FS-AUDIT-OK
               CALL "AUDIT-NEXT-SEQ" USING AUDIT-SEQ
               ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT AUDIT-TIME FROM TIME
               MOVE "SERVICE-JOB" TO AUDIT-PROGRAM
               WRITE AUDIT-RECORD
           END-IF.

       CLOSE-FILES.
           CLOSE SVCJOB-FILE.
           CLOSE SVCLINE-FILE.
           CLOSE PRODUCTS-FILE.
           PERFORM RELEASE-PRODUCTS-LOCK.
           IF WS-SERIAL-IS-OPEN
               CLOSE SERIAL-FILE
           END-IF.
           IF WS-CLIENTES-IS-OPEN
               CLOSE ARCHIVO-CLIENTES
           END-IF.
           CLOSE VENTAS-FILE.
           CLOSE TICKETS-FILE.
           IF FS-AUDIT-OK
               CLOSE AUDIT-LOG-FILE
           END-IF.
           IF FS-MOVES-OK
               CLOSE MOVES-FILE
           END-IF.
           DISPLAY "PROGRAM FINISHED.".

       TAKE-PRODUCTS-LOCK.
           MOVE "T" TO WS-LOCK-ACTION.
           MOVE "SERVICE-JOB" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "PRODUCTS.DAT IN USE BY " WS-LOCK-HOLDER
                  " - TRY AGAIN LATER"
               STOP RUN
           END-IF.

       RELEASE-PRODUCTS-LOCK.
           MOVE "R" TO WS-LOCK-ACTION.
           MOVE "SERVICE-JOB" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
