      *          headline numbers instead of a tour of five programs:
      *          yesterday's sales count and revenue off SELLS.DAT,
      *          product and low-stock counts and total valuation off
      *          PRODUCTS.DAT, open backorders off BACKORDER.DAT,
      *          the last batch run's outcome off JOBHIST.DAT, and
      *          the file errors logged to ERRORLOG.DAT since
      *          yesterday with the program that logged the most.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORDER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-JOBHIST.

           SELECT ERRLOG-FILE ASSIGN TO "ERRORLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTS-FILE.
       FD  JOBHIST-FILE.
       COPY JOBHIST-RECORD.

       FD  ERRLOG-FILE.
       COPY ERRLOG-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
           88 FS-JOBHIST-OK     VALUE "00".
           88 FS-JOBHIST-EOF    VALUE "10".

       01  FS-ERRLOG            PIC XX.
           88 FS-ERRLOG-OK      VALUE "00".
           88 FS-ERRLOG-EOF     VALUE "10".

       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-YESTERDAY-DATE    PIC 9(8).
       01  WS-DATE-INTEGER      PIC 9(8).
       01  WS-LAST-RUN-FAILED   PIC X VALUE "N".
           88 WS-BATCH-FAILED   VALUE "Y".
       01  WS-STEP-STATUS-TABLE.
           05 WS-STREAM-STEPS OCCURS 4 TIMES.
               10 WS-STEP-STATUS OCCURS 99 TIMES PIC X.
       01  WS-STEP-IX           PIC 9(3).
       01  WS-STREAM-IX         PIC 9.
       01  WS-LAST-STEP-NAME    PIC X(24).
       01  WS-HAVE-HISTORY      PIC X VALUE "N".
           88 WS-HISTORY-FOUND  VALUE "Y".

       01  WS-ERROR-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-ERROR-PROGRAMS.
           05 WS-ERR-PGM-ENTRY OCCURS 50 TIMES INDEXED BY WS-ERR-IX.
               10 WS-ERR-PGM-NAME   PIC X(30).
               10 WS-ERR-PGM-COUNT  PIC 9(5).
       01  WS-ERR-PGM-USED      PIC 9(2) VALUE ZERO.
       01  WS-WORST-PROGRAM     PIC X(30) VALUE SPACES.
       01  WS-WORST-COUNT       PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM SCAN-YESTERDAY-SALES.
           PERFORM SCAN-BACKORDERS.
           PERFORM SCAN-JOB-HISTORY.
           PERFORM SCAN-ERROR-LOG.
           PERFORM PRINT-DASHBOARD.
           STOP RUN.

               CLOSE PRODUCTS-FILE
           ELSE
               DISPLAY "PRODUCTS.DAT NOT AVAILABLE: " FS-PRODUCTS
               MOVE "OPS-DASHBOARD" TO ERP-PROGRAM
               MOVE "SCAN-PRODUCTS" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-PRODUCT.
       TALLY-PRODUCT.
           ADD 1 TO WS-PRODUCT-COUNT.
           IF PROD-STOCK < WS-LOW-STOCK-POINT
              AND NOT PROD-DISCONTINUED AND NOT PROD-NON-STOCK
               ADD 1 TO WS-LOW-STOCK-COUNT
           END-IF.
           COMPUTE WS-VALUATION = WS-VALUATION +
               CLOSE VENTAS-FILE
           ELSE
               DISPLAY "SELLS.DAT NOT AVAILABLE: " FS-VENTAS
               MOVE "OPS-DASHBOARD" TO ERP-PROGRAM
               MOVE "SCAN-YESTERDAY-SALES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-SALE.
               PERFORM TALLY-HISTORY UNTIL FS-JOBHIST-EOF
               CLOSE JOBHIST-FILE
               MOVE "N" TO WS-LAST-RUN-FAILED
               PERFORM VARYING WS-STREAM-IX FROM 1 BY 1
                  UNTIL WS-STREAM-IX > 4
                   PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                      UNTIL WS-STEP-IX > 99
                       IF WS-STEP-STATUS (WS-STREAM-IX WS-STEP-IX)
                          = "F"
                           SET WS-BATCH-FAILED TO TRUE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

               MOVE JOB-RUN-DATE TO WS-LAST-RUN-DATE
               MOVE SPACES TO WS-STEP-STATUS-TABLE
           END-IF.
           EVALUATE JOB-STREAM
               WHEN "W"
                   MOVE 2 TO WS-STREAM-IX
               WHEN "M"
                   MOVE 3 TO WS-STREAM-IX
               WHEN "Y"
                   MOVE 4 TO WS-STREAM-IX
               WHEN OTHER
                   MOVE 1 TO WS-STREAM-IX
           END-EVALUATE.
           IF JOB-STEP-NUMBER >= 1
               MOVE JOB-STATUS TO
                  WS-STEP-STATUS (WS-STREAM-IX JOB-STEP-NUMBER)
           END-IF.
           MOVE JOB-STEP-NAME TO WS-LAST-STEP-NAME.
           PERFORM READ-NEXT-HISTORY.

      * ERRORLOG.DAT is written in time order, so everything from
      * yesterday on covers the business day and the overnight run.
       SCAN-ERROR-LOG.
           OPEN INPUT ERRLOG-FILE.
           IF FS-ERRLOG-OK
               PERFORM READ-NEXT-ERROR
               PERFORM TALLY-ERROR UNTIL FS-ERRLOG-EOF
               CLOSE ERRLOG-FILE
               PERFORM VARYING WS-ERR-IX FROM 1 BY 1
                  UNTIL WS-ERR-IX > WS-ERR-PGM-USED
                   IF WS-ERR-PGM-COUNT (WS-ERR-IX) > WS-WORST-COUNT
                       MOVE WS-ERR-PGM-COUNT (WS-ERR-IX)
                          TO WS-WORST-COUNT
                       MOVE WS-ERR-PGM-NAME (WS-ERR-IX)
                          TO WS-WORST-PROGRAM
                   END-IF
               END-PERFORM
           END-IF.

       READ-NEXT-ERROR.
           READ ERRLOG-FILE
               AT END
                   SET FS-ERRLOG-EOF TO TRUE
           END-READ.

       TALLY-ERROR.
           IF ERR-DATE >= WS-YESTERDAY-DATE
               ADD 1 TO WS-ERROR-COUNT
               SET WS-ERR-IX TO 1
               SEARCH WS-ERR-PGM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ERR-IX > WS-ERR-PGM-USED
                       ADD 1 TO WS-ERR-PGM-USED
                       MOVE ERR-PROGRAM TO WS-ERR-PGM-NAME (WS-ERR-IX)
                       MOVE 1 TO WS-ERR-PGM-COUNT (WS-ERR-IX)
                   WHEN WS-ERR-PGM-NAME (WS-ERR-IX) = ERR-PROGRAM
                       ADD 1 TO WS-ERR-PGM-COUNT (WS-ERR-IX)
               END-SEARCH
           END-IF.
           PERFORM READ-NEXT-ERROR.

       PRINT-DASHBOARD.
           DISPLAY " ".
           DISPLAY "==============================================".
           ELSE
               DISPLAY "LAST BATCH RUN: NO HISTORY ON FILE"
           END-IF.
           DISPLAY " ".
           DISPLAY "FILE ERRORS SINCE " WS-YESTERDAY-DATE ": "
              WS-ERROR-COUNT.
           IF WS-ERROR-COUNT > ZERO
               DISPLAY "  MOST FROM " WS-WORST-PROGRAM " ("
                  WS-WORST-COUNT ") - SEE ERROR-LOG-REPORT"
           END-IF.
           DISPLAY "==============================================".
