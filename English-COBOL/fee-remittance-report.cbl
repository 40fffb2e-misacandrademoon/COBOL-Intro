      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly deposit and environmental fee remittance.
      *          Totals the fee lines on SELLS.DAT for one calendar
      *          month by fee code - the code is taken from the
      *          product's PROD-FEE-CODE - showing units and amount
      *          collected, units and amount refunded on returns and
      *          voids, and the net owed. Each code is printed with
      *          its FEERATE.DAT description and the agency it is
      *          remitted to, with a grand total owed for the month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-REMITTANCE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENTAS-FILE ASSIGN TO "SELLS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTA-NUMERO
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT FEERATE-FILE ASSIGN TO "FEERATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-CODE
               FILE STATUS IS FS-FEERATE.

       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS-FILE.
       COPY VENTAS-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  FEERATE-FILE.
       COPY FEERATE-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
           88 FS-VENTAS-EOF     VALUE "10".

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  FS-FEERATE           PIC XX.
           88 FS-FEERATE-OK     VALUE "00".
       01  WS-FEERATE-OPEN      PIC X VALUE "N".
           88 WS-FEERATE-IS-OPEN VALUE "Y".

       01  WS-MONTH             PIC 9(6).
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-FROM-DATE         PIC 9(8).
       01  WS-TO-DATE           PIC 9(8).

       01  WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 50 TIMES INDEXED BY WS-IDX.
               10 WS-FEE-CODE       PIC XX.
               10 WS-FEE-UNITS      PIC S9(7).
               10 WS-FEE-COLLECTED  PIC S9(9)V99.
               10 WS-FEE-RET-UNITS  PIC S9(7).
               10 WS-FEE-REFUNDED   PIC S9(9)V99.
       01  WS-FEE-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-FOUND-FLAG        PIC X VALUE "N".
           88 WS-FOUND          VALUE "Y".
       01  WS-TABLE-FULL        PIC X VALUE "N".
           88 WS-TABLE-IS-FULL  VALUE "Y".

       01  WS-LINE-FEE-CODE     PIC XX.
       01  WS-LINE-AMOUNT       PIC S9(9)V99.
       01  WS-NET-OWED          PIC S9(9)V99.
       01  WS-TOTAL-COLLECTED   PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-REFUNDED    PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-OWED        PIC S9(9)V99 VALUE ZERO.
       01  WS-FEE-LINE-COUNT    PIC 9(7) VALUE ZERO.

       01  WS-UNITS-EDIT        PIC Z,ZZZ,ZZ9-.
       01  WS-RET-UNITS-EDIT    PIC Z,ZZZ,ZZ9-.
       01  WS-COLLECTED-EDIT    PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-REFUNDED-EDIT     PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-OWED-EDIT         PIC ZZZ,ZZZ,ZZ9.99-.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DEPOSIT / ENVIRONMENTAL FEE REMITTANCE".
           DISPLAY "MONTH (YYYYMM, 0 = CURRENT MONTH): "
              WITH NO ADVANCING.
           ACCEPT WS-MONTH.
           IF WS-MONTH = ZERO
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-DATE (1:6) TO WS-MONTH
           END-IF.
           COMPUTE WS-FROM-DATE = WS-MONTH * 100 + 1.
           COMPUTE WS-TO-DATE = WS-MONTH * 100 + 31.
           PERFORM OPEN-FILES.
           IF FS-VENTAS-OK AND FS-PRODUCTS-OK
               MOVE WS-FROM-DATE TO VENTA-FECHA
               START VENTAS-FILE KEY IS >= VENTA-FECHA
                   INVALID KEY
                       SET FS-VENTAS-EOF TO TRUE
               END-START
               IF NOT FS-VENTAS-EOF
                   PERFORM READ-NEXT-SALE
               END-IF
               PERFORM ACCUMULATE-FEE-LINE UNTIL FS-VENTAS-EOF
               PERFORM PRINT-REMITTANCE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "FEE-REMITTANCE-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "FEE-REMITTANCE-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT FEERATE-FILE.
           IF FS-FEERATE-OK
               MOVE "Y" TO WS-FEERATE-OPEN
           ELSE
               DISPLAY "FEERATE.DAT NOT AVAILABLE - DESCRIPTIONS AND "
                  "AGENCIES NOT SHOWN"
           END-IF.

       READ-NEXT-SALE.
           READ VENTAS-FILE NEXT RECORD
               AT END
                   SET FS-VENTAS-EOF TO TRUE
           END-READ.
           IF NOT FS-VENTAS-EOF AND VENTA-FECHA > WS-TO-DATE
               SET FS-VENTAS-EOF TO TRUE
           END-IF.

       ACCUMULATE-FEE-LINE.
           IF VENTA-FEE-LINE
               ADD 1 TO WS-FEE-LINE-COUNT
               MOVE VENTA-CODIGO TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       MOVE "??" TO WS-LINE-FEE-CODE
                   NOT INVALID KEY
                       MOVE PROD-FEE-CODE TO WS-LINE-FEE-CODE
               END-READ
               PERFORM FIND-FEE-ENTRY
               IF WS-FOUND
                   COMPUTE WS-LINE-AMOUNT =
                      VENTA-PRECIO * VENTA-CANTIDAD
                   IF VENTA-FEE
                       ADD VENTA-CANTIDAD TO WS-FEE-UNITS (WS-IDX)
                       ADD WS-LINE-AMOUNT
                          TO WS-FEE-COLLECTED (WS-IDX)
                   ELSE
                       ADD VENTA-CANTIDAD TO WS-FEE-RET-UNITS (WS-IDX)
                       ADD WS-LINE-AMOUNT
                          TO WS-FEE-REFUNDED (WS-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-SALE.

       FIND-FEE-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-FEE-COUNT OR WS-FOUND
               IF WS-FEE-CODE (WS-IDX) = WS-LINE-FEE-CODE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET WS-IDX DOWN BY 1
           ELSE
               IF WS-FEE-COUNT < 50
                   ADD 1 TO WS-FEE-COUNT
                   SET WS-IDX TO WS-FEE-COUNT
                   MOVE WS-LINE-FEE-CODE TO WS-FEE-CODE (WS-IDX)
                   MOVE ZERO TO WS-FEE-UNITS (WS-IDX)
                      WS-FEE-COLLECTED (WS-IDX)
                      WS-FEE-RET-UNITS (WS-IDX)
                      WS-FEE-REFUNDED (WS-IDX)
                   MOVE "Y" TO WS-FOUND-FLAG
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL
               END-IF
           END-IF.

       PRINT-REMITTANCE.
           DISPLAY " ".
           DISPLAY "FEES COLLECTED FOR MONTH " WS-MONTH.
           PERFORM PRINT-ONE-FEE-CODE
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-FEE-COUNT.
           DISPLAY " ".
           MOVE WS-TOTAL-COLLECTED TO WS-COLLECTED-EDIT.
           MOVE WS-TOTAL-REFUNDED TO WS-REFUNDED-EDIT.
           MOVE WS-TOTAL-OWED TO WS-OWED-EDIT.
           DISPLAY "TOTAL COLLECTED:      " WS-COLLECTED-EDIT.
           DISPLAY "TOTAL REFUNDED:       " WS-REFUNDED-EDIT.
           DISPLAY "TOTAL OWED TO AGENCY: " WS-OWED-EDIT.
           DISPLAY "FEE LINES READ: " WS-FEE-LINE-COUNT.
           IF WS-TABLE-IS-FULL
               DISPLAY "NOTE: MORE THAN 50 FEE CODES - SOME LINES "
                  "NOT TOTALLED"
           END-IF.

       PRINT-ONE-FEE-CODE.
           MOVE SPACES TO FEE-DESCRIPTION FEE-AGENCY.
           IF WS-FEERATE-IS-OPEN
               MOVE WS-FEE-CODE (WS-IDX) TO FEE-CODE
               READ FEERATE-FILE
                   INVALID KEY
                       MOVE "(FEE CODE NOT ON FILE)" TO FEE-DESCRIPTION
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           COMPUTE WS-NET-OWED = WS-FEE-COLLECTED (WS-IDX)
              - WS-FEE-REFUNDED (WS-IDX).
           ADD WS-FEE-COLLECTED (WS-IDX) TO WS-TOTAL-COLLECTED.
           ADD WS-FEE-REFUNDED (WS-IDX) TO WS-TOTAL-REFUNDED.
           ADD WS-NET-OWED TO WS-TOTAL-OWED.
           MOVE WS-FEE-UNITS (WS-IDX) TO WS-UNITS-EDIT.
           MOVE WS-FEE-RET-UNITS (WS-IDX) TO WS-RET-UNITS-EDIT.
           MOVE WS-FEE-COLLECTED (WS-IDX) TO WS-COLLECTED-EDIT.
           MOVE WS-FEE-REFUNDED (WS-IDX) TO WS-REFUNDED-EDIT.
           MOVE WS-NET-OWED TO WS-OWED-EDIT.
           DISPLAY " ".
           DISPLAY "FEE " WS-FEE-CODE (WS-IDX) " " FEE-DESCRIPTION
              " REMIT TO " FEE-AGENCY.
           DISPLAY "  UNITS SOLD     " WS-UNITS-EDIT
              "  COLLECTED " WS-COLLECTED-EDIT.
           DISPLAY "  UNITS REFUNDED " WS-RET-UNITS-EDIT
              "  REFUNDED  " WS-REFUNDED-EDIT.
           DISPLAY "  NET OWED                  " WS-OWED-EDIT.

       CLOSE-FILES.
           CLOSE VENTAS-FILE.
           CLOSE PRODUCTS-FILE.
           IF WS-FEERATE-IS-OPEN
               CLOSE FEERATE-FILE
           END-IF.
