      * Purpose: Bank deposit preparation. For a closed day, computes
      *          the expected cash from SELLS.DAT the way
      *          CASH-DRAWER-REPORT does - including the cash side
      *          of TSPLIT.DAT gift-card split tenders - takes the
      *          closer's counted denominations, records the
      *          over/short with the
      *          closing operator from DAYCLOSE.DAT on the
      *          OVRSHORT.DAT ledger, and prints a deposit slip to
      *          DEPOSIT.TXT. Foreign cash taken through FXTEND.DAT
      *          is expected, counted and recorded on OVRSHORT.DAT
      *          separately for each currency, in that currency; the
      *          local change given on those tickets comes off the
      *          local cash. Paid-outs and pickups on DRAWEVT.DAT
      *          reduce the expected drawer cash; the pickups lifted
      *          to the safe are added back into the deposit total
      *          on the slip. OVERSHORT-REPORT summarizes the ledger
      *          per operator at month end. The local deposit total
      *          is kept on DEPOSIT.DAT by close date (a rerun for
      *          the same day replaces it) for BANK-RECONCILIATION to
      *          match against the bank statement.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT DAYCLOSE-FILE ASSIGN TO "DAYCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEPOSIT.

           SELECT DEPOSIT-LEDGER ASSIGN TO "DEPOSIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-FECHA
               FILE STATUS IS FS-DEPLEDGER.

           SELECT TSPLIT-FILE ASSIGN TO "TSPLIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TSPLIT.

           SELECT FXTEND-FILE ASSIGN TO "FXTEND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FXTEND.

           SELECT DRAWEVT-FILE ASSIGN TO "DRAWEVT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DRAWEVT.

       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS-FILE.
       FD  DEPOSIT-FILE.
       01  DEPOSIT-LINE          PIC X(60).

       FD  DEPOSIT-LEDGER.
       COPY DEPOSIT-RECORD.

       FD  TSPLIT-FILE.
       COPY TSPLIT-RECORD.

       FD  FXTEND-FILE.
       COPY FXTEND-RECORD.

       FD  DRAWEVT-FILE.
       COPY DRAWEVT-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
       01  FS-TSPLIT            PIC XX.
           88 FS-TSPLIT-OK      VALUE "00".
           88 FS-TSPLIT-EOF     VALUE "10".
       01  FS-FXTEND            PIC XX.
           88 FS-FXTEND-OK      VALUE "00".
           88 FS-FXTEND-EOF     VALUE "10".
       01  FS-DRAWEVT           PIC XX.
           88 FS-DRAWEVT-OK     VALUE "00".
           88 FS-DRAWEVT-EOF    VALUE "10".
       01  FS-DAYCLOSE          PIC XX.
           88 FS-DAYCLOSE-OK    VALUE "00".
       01  FS-OVRSHORT          PIC XX.
           88 FS-DEPOSIT-OK     VALUE "00".
           88 FS-DEPOSIT-NOT-EXIST VALUE "35".

       01  FS-DEPLEDGER         PIC XX.
           88 FS-DEPLEDGER-OK   VALUE "00".
           88 FS-DEPLEDGER-NOT-EXIST VALUE "35".

       01  WS-DEPOSIT-DATE      PIC 9(8).
       01  WS-CLOSE-OPERATOR    PIC 9(5) VALUE ZERO.
       01  WS-EXPECTED-CASH     PIC S9(9)V99 VALUE ZERO.
       01  WS-COIN-AMOUNT       PIC 9(5)V99.
       01  WS-COUNTED-TOTAL     PIC S9(9)V99.
       01  WS-OVERSHORT         PIC S9(7)V99.
       01  WS-PAID-OUT-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01  WS-PICKUP-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-DEPOSIT-TOTAL     PIC S9(9)V99.
       01  WS-MONEY-EDIT        PIC -,---,---,--9.99.

       01  WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 20 TIMES INDEXED BY WS-FX-IDX.
               10 WS-FX-CODE        PIC X(3).
               10 WS-FX-EXPECTED    PIC S9(9)V99.
               10 WS-FX-COUNTED     PIC S9(9)V99.
               10 WS-FX-OVERSHORT   PIC S9(7)V99.
       01  WS-FX-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-FX-FOUND          PIC X.
           88 WS-FX-IS-FOUND    VALUE "Y".
       01  WS-FX-CHANGE-TOTAL   PIC S9(9)V99 VALUE ZERO.
       01  WS-FX-COUNT-EDIT     PIC X(14).

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "BANK DEPOSIT PREPARATION".
               PERFORM GET-CLOSE-OPERATOR
               PERFORM COMPUTE-EXPECTED-CASH
               PERFORM COUNT-DENOMINATIONS
               PERFORM COUNT-FOREIGN-CASH
                  VARYING WS-FX-IDX FROM 1 BY 1
                  UNTIL WS-FX-IDX > WS-FX-COUNT
               PERFORM RECORD-OVERSHORT
               PERFORM PRINT-DEPOSIT-SLIP
               PERFORM RECORD-DEPOSIT
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "DEPOSIT-PREP" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT DAYCLOSE-FILE.
           IF NOT FS-DAYCLOSE-OK
           END-IF.
           IF NOT FS-OVRSHORT-OK
               DISPLAY "ERROR OPENING OVRSHORT.DAT: " FS-OVRSHORT
               MOVE "DEPOSIT-PREP" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "OVRSHORT.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-OVRSHORT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O DEPOSIT-LEDGER.
           IF FS-DEPLEDGER-NOT-EXIST
               OPEN OUTPUT DEPOSIT-LEDGER
               CLOSE DEPOSIT-LEDGER
               OPEN I-O DEPOSIT-LEDGER
           END-IF.
           IF NOT FS-DEPLEDGER-OK
               DISPLAY "ERROR OPENING DEPOSIT.DAT: " FS-DEPLEDGER
               MOVE "DEPOSIT-PREP" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "DEPOSIT.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-DEPLEDGER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND DEPOSIT-FILE.
           IF FS-DEPOSIT-NOT-EXIST
           END-IF.
           IF NOT FS-DEPOSIT-OK
               DISPLAY "ERROR OPENING DEPOSIT.TXT: " FS-DEPOSIT
               MOVE "DEPOSIT-PREP" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "DEPOSIT.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-DEPOSIT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       GET-CLOSE-OPERATOR.
           PERFORM READ-NEXT-SALE.
           PERFORM TALLY-CASH-SALE UNTIL FS-VENTAS-EOF.
           PERFORM ADD-SPLIT-CASH.
           PERFORM ADD-FOREIGN-CASH.
           PERFORM TAKE-DRAWER-EVENTS.
           MOVE WS-EXPECTED-CASH TO WS-MONEY-EDIT.
           DISPLAY "EXPECTED CASH IN DRAWER: " WS-MONEY-EDIT.
           PERFORM SHOW-FOREIGN-EXPECTED
              VARYING WS-FX-IDX FROM 1 BY 1
              UNTIL WS-FX-IDX > WS-FX-COUNT.

       SHOW-FOREIGN-EXPECTED.
           MOVE WS-FX-EXPECTED (WS-FX-IDX) TO WS-MONEY-EDIT.
           DISPLAY "EXPECTED " WS-FX-CODE (WS-FX-IDX) " CASH:       "
              WS-MONEY-EDIT.

       ADD-FOREIGN-CASH.
           OPEN INPUT FXTEND-FILE.
           IF FS-FXTEND-OK
               PERFORM READ-NEXT-FOREIGN
               PERFORM TALLY-ONE-FOREIGN UNTIL FS-FXTEND-EOF
               CLOSE FXTEND-FILE
           END-IF.
           SUBTRACT WS-FX-CHANGE-TOTAL FROM WS-EXPECTED-CASH.

       READ-NEXT-FOREIGN.
           READ FXTEND-FILE
               AT END
                   SET FS-FXTEND-EOF TO TRUE
           END-READ.

       TALLY-ONE-FOREIGN.
           IF FX-FECHA = WS-DEPOSIT-DATE
               ADD FX-CHANGE-LOCAL TO WS-FX-CHANGE-TOTAL
               PERFORM FIND-CURRENCY-ENTRY
               IF WS-FX-IS-FOUND
                   ADD FX-FOREIGN-TENDERED
                      TO WS-FX-EXPECTED (WS-FX-IDX)
               END-IF
           END-IF.
           PERFORM READ-NEXT-FOREIGN.

       TAKE-DRAWER-EVENTS.
           OPEN INPUT DRAWEVT-FILE.
           IF FS-DRAWEVT-OK
               PERFORM READ-NEXT-EVENT
               PERFORM TALLY-ONE-EVENT UNTIL FS-DRAWEVT-EOF
               CLOSE DRAWEVT-FILE
           END-IF.
           SUBTRACT WS-PAID-OUT-TOTAL FROM WS-EXPECTED-CASH.
           SUBTRACT WS-PICKUP-TOTAL FROM WS-EXPECTED-CASH.
           IF WS-PAID-OUT-TOTAL NOT = ZERO
               MOVE WS-PAID-OUT-TOTAL TO WS-MONEY-EDIT
               DISPLAY "PAID-OUTS:               " WS-MONEY-EDIT
           END-IF.
           IF WS-PICKUP-TOTAL NOT = ZERO
               MOVE WS-PICKUP-TOTAL TO WS-MONEY-EDIT
               DISPLAY "PICKUPS TO SAFE:         " WS-MONEY-EDIT
           END-IF.

       READ-NEXT-EVENT.
           READ DRAWEVT-FILE
               AT END
                   SET FS-DRAWEVT-EOF TO TRUE
           END-READ.

       TALLY-ONE-EVENT.
           IF DEV-FECHA = WS-DEPOSIT-DATE
               IF DEV-PAID-OUT
                   ADD DEV-AMOUNT TO WS-PAID-OUT-TOTAL
               ELSE
                   ADD DEV-AMOUNT TO WS-PICKUP-TOTAL
               END-IF
           END-IF.
           PERFORM READ-NEXT-EVENT.

       FIND-CURRENCY-ENTRY.
           MOVE "N" TO WS-FX-FOUND.
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
              UNTIL WS-FX-IDX > WS-FX-COUNT OR WS-FX-IS-FOUND
               IF WS-FX-CODE (WS-FX-IDX) = FX-CURRENCY
                   MOVE "Y" TO WS-FX-FOUND
               END-IF
           END-PERFORM.
           IF WS-FX-IS-FOUND
               SET WS-FX-IDX DOWN BY 1
           ELSE
               IF WS-FX-COUNT < 20
                   ADD 1 TO WS-FX-COUNT
                   SET WS-FX-IDX TO WS-FX-COUNT
                   MOVE FX-CURRENCY TO WS-FX-CODE (WS-FX-IDX)
                   MOVE ZERO TO WS-FX-EXPECTED (WS-FX-IDX)
                      WS-FX-COUNTED (WS-FX-IDX)
                      WS-FX-OVERSHORT (WS-FX-IDX)
                   MOVE "Y" TO WS-FX-FOUND
               END-IF
           END-IF.

       ADD-SPLIT-CASH.
           OPEN INPUT TSPLIT-FILE.
           MOVE WS-OVERSHORT TO WS-MONEY-EDIT.
           DISPLAY "OVER/(SHORT):  " WS-MONEY-EDIT.

       COUNT-FOREIGN-CASH.
           DISPLAY "COUNTED " WS-FX-CODE (WS-FX-IDX)
              " CASH (ex: 125.00): " WITH NO ADVANCING.
           ACCEPT WS-FX-COUNT-EDIT.
           COMPUTE WS-FX-COUNTED (WS-FX-IDX) =
              FUNCTION NUMVAL(WS-FX-COUNT-EDIT).
           COMPUTE WS-FX-OVERSHORT (WS-FX-IDX) =
              WS-FX-COUNTED (WS-FX-IDX) - WS-FX-EXPECTED (WS-FX-IDX).
           MOVE WS-FX-OVERSHORT (WS-FX-IDX) TO WS-MONEY-EDIT.
           DISPLAY WS-FX-CODE (WS-FX-IDX) " OVER/(SHORT): "
              WS-MONEY-EDIT.

       RECORD-OVERSHORT.
           IF FS-OVRSHORT-OK
               MOVE WS-DEPOSIT-DATE TO OS-DATE
               MOVE WS-EXPECTED-CASH TO OS-EXPECTED
               MOVE WS-COUNTED-TOTAL TO OS-COUNTED
               MOVE WS-OVERSHORT TO OS-OVERSHORT
               MOVE SPACES TO OS-CURRENCY
               WRITE OVRSHORT-RECORD
               PERFORM RECORD-FOREIGN-OVERSHORT
                  VARYING WS-FX-IDX FROM 1 BY 1
                  UNTIL WS-FX-IDX > WS-FX-COUNT
           END-IF.

       RECORD-FOREIGN-OVERSHORT.
           MOVE WS-DEPOSIT-DATE TO OS-DATE.
           MOVE WS-CLOSE-OPERATOR TO OS-OPERATOR.
           MOVE WS-FX-EXPECTED (WS-FX-IDX) TO OS-EXPECTED.
           MOVE WS-FX-COUNTED (WS-FX-IDX) TO OS-COUNTED.
           MOVE WS-FX-OVERSHORT (WS-FX-IDX) TO OS-OVERSHORT.
           MOVE WS-FX-CODE (WS-FX-IDX) TO OS-CURRENCY.
           WRITE OVRSHORT-RECORD.

       PRINT-DEPOSIT-SLIP.
           IF FS-DEPOSIT-OK
               MOVE ALL "=" TO DEPOSIT-LINE
               END-STRING
               WRITE DEPOSIT-LINE
               PERFORM WRITE-DENOM-LINES
               PERFORM WRITE-DRAWER-EVENT-LINES
               COMPUTE WS-DEPOSIT-TOTAL =
                  WS-COUNTED-TOTAL + WS-PICKUP-TOTAL
               MOVE WS-DEPOSIT-TOTAL TO WS-MONEY-EDIT
               MOVE SPACES TO DEPOSIT-LINE
               STRING "DEPOSIT TOTAL: " DELIMITED BY SIZE
                      WS-MONEY-EDIT DELIMITED BY SIZE
                      INTO DEPOSIT-LINE
               END-STRING
               WRITE DEPOSIT-LINE
               PERFORM WRITE-FOREIGN-DEPOSIT-LINE
                  VARYING WS-FX-IDX FROM 1 BY 1
                  UNTIL WS-FX-IDX > WS-FX-COUNT
               MOVE ALL "=" TO DEPOSIT-LINE
               WRITE DEPOSIT-LINE
               DISPLAY "DEPOSIT SLIP WRITTEN TO DEPOSIT.TXT"
           END-IF.

       RECORD-DEPOSIT.
           IF FS-DEPLEDGER-OK
               MOVE WS-DEPOSIT-DATE TO DEP-FECHA
               MOVE WS-CLOSE-OPERATOR TO DEP-OPERATOR
               COMPUTE DEP-AMOUNT =
                  WS-COUNTED-TOTAL + WS-PICKUP-TOTAL
               WRITE DEPOSIT-RECORD
                   INVALID KEY
                       REWRITE DEPOSIT-RECORD
                           INVALID KEY
                               DISPLAY "ERROR WRITING DEPOSIT.DAT: "
                                  FS-DEPLEDGER
                               MOVE "DEPOSIT-PREP" TO ERP-PROGRAM
                               MOVE "RECORD-DEPOSIT" TO ERP-PARAGRAPH
                               MOVE "DEPOSIT.DAT" TO ERP-FILE
                               MOVE "WRITE" TO ERP-OPERATION
                               MOVE FS-DEPLEDGER TO ERP-STATUS
                               MOVE DEP-FECHA TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       END-REWRITE
               END-WRITE
           END-IF.

       WRITE-DRAWER-EVENT-LINES.
           IF WS-PICKUP-TOTAL NOT = ZERO
               MOVE WS-COUNTED-TOTAL TO WS-MONEY-EDIT
               MOVE SPACES TO DEPOSIT-LINE
               STRING "DRAWER COUNT:  " DELIMITED BY SIZE
                      WS-MONEY-EDIT DELIMITED BY SIZE
                      INTO DEPOSIT-LINE
               END-STRING
               WRITE DEPOSIT-LINE
               MOVE WS-PICKUP-TOTAL TO WS-MONEY-EDIT
               MOVE SPACES TO DEPOSIT-LINE
               STRING "SAFE PICKUPS:  " DELIMITED BY SIZE
                      WS-MONEY-EDIT DELIMITED BY SIZE
                      INTO DEPOSIT-LINE
               END-STRING
               WRITE DEPOSIT-LINE
           END-IF.
           IF WS-PAID-OUT-TOTAL NOT = ZERO
               MOVE WS-PAID-OUT-TOTAL TO WS-MONEY-EDIT
               MOVE SPACES TO DEPOSIT-LINE
               STRING "PAID-OUTS:     " DELIMITED BY SIZE
                      WS-MONEY-EDIT DELIMITED BY SIZE
                      INTO DEPOSIT-LINE
               END-STRING
               WRITE DEPOSIT-LINE
           END-IF.

       WRITE-FOREIGN-DEPOSIT-LINE.
           MOVE WS-FX-COUNTED (WS-FX-IDX) TO WS-MONEY-EDIT.
           MOVE SPACES TO DEPOSIT-LINE.
           STRING WS-FX-CODE (WS-FX-IDX) DELIMITED BY SIZE
                  " DEPOSIT:    " DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  INTO DEPOSIT-LINE
           END-STRING.
           WRITE DEPOSIT-LINE.
           MOVE WS-FX-OVERSHORT (WS-FX-IDX) TO WS-MONEY-EDIT.
           MOVE SPACES TO DEPOSIT-LINE.
           STRING WS-FX-CODE (WS-FX-IDX) DELIMITED BY SIZE
                  " OVER/(SHORT): " DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  INTO DEPOSIT-LINE
           END-STRING.
           WRITE DEPOSIT-LINE.

       WRITE-DENOM-LINES.
           MOVE SPACES TO DEPOSIT-LINE.
           STRING "100S: " DELIMITED BY SIZE
           IF FS-DEPOSIT-OK
               CLOSE DEPOSIT-FILE
           END-IF.
           IF FS-DEPLEDGER-OK
               CLOSE DEPOSIT-LEDGER
           END-IF.
           DISPLAY "PROGRAM FINISHED.".
