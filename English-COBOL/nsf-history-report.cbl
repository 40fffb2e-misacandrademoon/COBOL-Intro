      ******************************************************************
      * Author:
      * Date:
      * Purpose: Returned-payment (NSF) history by customer for the
      *          credit decision. Reads the NSFHIST.DAT log that
      *          NSF-REVERSAL keeps and prints NSFHIST.PRT - for one
      *          customer or all of them - each returned cheque with
      *          the date paid, date returned, amount, reference and
      *          fee charged, then the customer's count and totals,
      *          how many came back in the last twelve months, the
      *          current balance, credit limit and hold status from
      *          clientes.idx.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSF-HISTORY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NSFHIST-FILE ASSIGN TO "NSFHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NSFHIST.

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CLIENTE
               FILE STATUS IS FS-CLIENTES.

           SELECT REPORT-FILE ASSIGN TO "NSFHIST.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  NSFHIST-FILE.
       COPY NSFHIST-RECORD.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-NSFHIST           PIC XX.
           88 FS-NSFHIST-OK     VALUE "00".
           88 FS-NSFHIST-EOF    VALUE "10".
           88 FS-NSFHIST-NOT-EXIST VALUE "35".

       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".

       01  FS-REPORT            PIC XX.
           88 FS-REPORT-OK      VALUE "00".

       01  WS-NSF-TABLE.
           05 WS-NSF-ENTRY OCCURS 500 TIMES INDEXED BY WS-IDX.
               10 WS-NSF-CLIENTE  PIC X(10).
               10 WS-NSF-COUNT    PIC 9(3).
               10 WS-NSF-RECENT   PIC 9(3).
               10 WS-NSF-AMOUNT   PIC 9(9)V99.
               10 WS-NSF-FEES     PIC 9(7)V99.
       01  WS-NSF-COUNT-USED    PIC 9(3) VALUE ZERO.
       01  WS-FOUND-FLAG        PIC X VALUE "N".
           88 WS-FOUND          VALUE "Y".

       01  WS-SELECT-CODE       PIC X(10).
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-TODAY-INTEGER     PIC 9(8).
       01  WS-EVENT-AGE         PIC S9(8).
       01  WS-CUSTOMER-CODE     PIC X(10).
       01  WS-CUSTOMER-NAME     PIC X(30).
       01  WS-HOLD-TEXT         PIC X(13).
       01  WS-EVENT-TOTAL       PIC 9(5) VALUE ZERO.
       01  WS-AMOUNT-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01  WS-FEE-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01  WS-AMOUNT-EDIT       PIC Z,ZZZ,ZZ9.99.
       01  WS-FEE-EDIT          PIC ZZ,ZZ9.99.
       01  WS-BALANCE-EDIT      PIC -,---,--9.99.
       01  WS-LIMIT-EDIT        PIC Z,ZZZ,ZZ9.99.

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           DISPLAY "CUSTOMER CODE (BLANK FOR ALL): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-SELECT-CODE.
           ACCEPT WS-SELECT-CODE.
           PERFORM OPEN-FILES.
           IF FS-NSFHIST-OK AND FS-CLIENTES-OK AND FS-REPORT-OK
               PERFORM BUILD-NSF-TABLE
               PERFORM WRITE-REPORT-HEADER
               PERFORM REPORT-ONE-CUSTOMER
                  VARYING WS-IDX FROM 1 BY 1
                  UNTIL WS-IDX > WS-NSF-COUNT-USED
               PERFORM WRITE-REPORT-TRAILER
               DISPLAY "CUSTOMERS LISTED: " WS-NSF-COUNT-USED
               DISPLAY "RETURNED PAYMENTS: " WS-EVENT-TOTAL
               DISPLAY "REPORT ON NSFHIST.PRT"
           ELSE
               IF FS-NSFHIST-OK
                   CLOSE NSFHIST-FILE
               END-IF
               IF FS-NSFHIST-NOT-EXIST
                   DISPLAY "NO RETURNED PAYMENTS ON FILE"
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT NSFHIST-FILE.
           IF NOT FS-NSFHIST-OK AND NOT FS-NSFHIST-NOT-EXIST
               DISPLAY "ERROR OPENING NSFHIST.DAT: " FS-NSFHIST
               MOVE "NSF-HISTORY-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "NSFHIST.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-NSFHIST TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "NSF-HISTORY-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT FS-REPORT-OK
               DISPLAY "ERROR CREATING NSFHIST.PRT: " FS-REPORT
               MOVE "NSF-HISTORY-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "NSFHIST.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-REPORT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       BUILD-NSF-TABLE.
           PERFORM READ-NEXT-EVENT.
           PERFORM TALLY-ONE-EVENT UNTIL FS-NSFHIST-EOF.
           CLOSE NSFHIST-FILE.

       READ-NEXT-EVENT.
           READ NSFHIST-FILE
               AT END
                   SET FS-NSFHIST-EOF TO TRUE
           END-READ.

       TALLY-ONE-EVENT.
           IF WS-SELECT-CODE = SPACES
              OR NSH-CLAVE-CLIENTE = WS-SELECT-CODE
               PERFORM FIND-NSF-ENTRY
               IF WS-IDX NOT > WS-NSF-COUNT-USED
                   ADD 1 TO WS-NSF-COUNT (WS-IDX)
                   ADD NSH-AMOUNT TO WS-NSF-AMOUNT (WS-IDX)
                   ADD NSH-FEE TO WS-NSF-FEES (WS-IDX)
                   COMPUTE WS-EVENT-AGE = WS-TODAY-INTEGER -
                      FUNCTION INTEGER-OF-DATE(NSH-FECHA)
                   IF WS-EVENT-AGE < 365
                       ADD 1 TO WS-NSF-RECENT (WS-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-EVENT.

       FIND-NSF-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-NSF-COUNT-USED OR WS-FOUND
               IF WS-NSF-CLIENTE (WS-IDX) = NSH-CLAVE-CLIENTE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND
               COMPUTE WS-IDX = WS-IDX - 1
           ELSE
               IF WS-NSF-COUNT-USED < 500
                   ADD 1 TO WS-NSF-COUNT-USED
                   MOVE WS-NSF-COUNT-USED TO WS-IDX
                   MOVE NSH-CLAVE-CLIENTE TO WS-NSF-CLIENTE (WS-IDX)
                   MOVE ZERO TO WS-NSF-COUNT (WS-IDX)
                      WS-NSF-RECENT (WS-IDX) WS-NSF-AMOUNT (WS-IDX)
                      WS-NSF-FEES (WS-IDX)
               ELSE
                   DISPLAY "CUSTOMER TABLE FULL - " NSH-CLAVE-CLIENTE
                      " NOT LISTED"
               END-IF
           END-IF.

       REPORT-ONE-CUSTOMER.
           MOVE WS-NSF-CLIENTE (WS-IDX) TO WS-CUSTOMER-CODE.
           MOVE WS-CUSTOMER-CODE TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO WS-CUSTOMER-NAME
                   MOVE ZERO TO CLIENTE-SALDO CLIENTE-LIMITE-CREDITO
                   MOVE SPACES TO WS-HOLD-TEXT
               NOT INVALID KEY
                   MOVE NOMBRE-CLIENTE TO WS-CUSTOMER-NAME
                   IF CLIENTE-EN-RETENCION
                       MOVE "ON HOLD" TO WS-HOLD-TEXT
                   ELSE
                       MOVE "NOT ON HOLD" TO WS-HOLD-TEXT
                   END-IF
           END-READ.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CUSTOMER-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUSTOMER-NAME DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM LIST-CUSTOMER-EVENTS.
           MOVE WS-NSF-AMOUNT (WS-IDX) TO WS-AMOUNT-EDIT.
           MOVE WS-NSF-FEES (WS-IDX) TO WS-FEE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RETURNED: " DELIMITED BY SIZE
                  WS-NSF-COUNT (WS-IDX) DELIMITED BY SIZE
                  "  LAST 12 MONTHS: " DELIMITED BY SIZE
                  WS-NSF-RECENT (WS-IDX) DELIMITED BY SIZE
                  "  AMOUNT " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  "  FEES " DELIMITED BY SIZE
                  WS-FEE-EDIT DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE CLIENTE-SALDO TO WS-BALANCE-EDIT.
           MOVE CLIENTE-LIMITE-CREDITO TO WS-LIMIT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  BALANCE " DELIMITED BY SIZE
                  WS-BALANCE-EDIT DELIMITED BY SIZE
                  "  CREDIT LIMIT " DELIMITED BY SIZE
                  WS-LIMIT-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-HOLD-TEXT DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-NSF-COUNT (WS-IDX) TO WS-EVENT-TOTAL.
           ADD WS-NSF-AMOUNT (WS-IDX) TO WS-AMOUNT-TOTAL.
           ADD WS-NSF-FEES (WS-IDX) TO WS-FEE-TOTAL.

       LIST-CUSTOMER-EVENTS.
           OPEN INPUT NSFHIST-FILE.
           IF FS-NSFHIST-OK
               PERFORM READ-NEXT-EVENT
               PERFORM LIST-ONE-EVENT UNTIL FS-NSFHIST-EOF
               CLOSE NSFHIST-FILE
           END-IF.

       LIST-ONE-EVENT.
           IF NSH-CLAVE-CLIENTE = WS-CUSTOMER-CODE
               MOVE NSH-AMOUNT TO WS-AMOUNT-EDIT
               MOVE NSH-FEE TO WS-FEE-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  PAY " DELIMITED BY SIZE
                      NSH-PAY-NUMBER DELIMITED BY SIZE
                      " PAID " DELIMITED BY SIZE
                      NSH-PAY-FECHA DELIMITED BY SIZE
                      " RETURNED " DELIMITED BY SIZE
                      NSH-FECHA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      " REF " DELIMITED BY SIZE
                      NSH-PAY-REFERENCE DELIMITED BY SIZE
                      " FEE " DELIMITED BY SIZE
                      WS-FEE-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           PERFORM READ-NEXT-EVENT.

       WRITE-REPORT-HEADER.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RETURNED PAYMENT (NSF) HISTORY - " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-AMOUNT-TOTAL TO WS-AMOUNT-EDIT.
           MOVE WS-FEE-TOTAL TO WS-BALANCE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUSTOMERS: " DELIMITED BY SIZE
                  WS-NSF-COUNT-USED DELIMITED BY SIZE
                  "  RETURNED: " DELIMITED BY SIZE
                  WS-EVENT-TOTAL DELIMITED BY SIZE
                  "  AMOUNT " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  "  FEES " DELIMITED BY SIZE
                  WS-BALANCE-EDIT DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

       CLOSE-FILES.
           CLOSE ARCHIVO-CLIENTES.
           IF FS-REPORT-OK
               CLOSE REPORT-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "NSFHIST.PRT" TO RAP-REPORT-FILE.
           MOVE "NSF-HISTORY-REPORT" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           STRING "CUSTOMER " DELIMITED BY SIZE
                  WS-SELECT-CODE DELIMITED BY SIZE
                  INTO RAP-PARAMETERS
           END-STRING.
           MOVE ZERO TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
