      *          on SUPPINV.DAT, ages each by invoice date into
      *          current / 31-60 / 61-90 / over-90 buckets, and
      *          prints per-supplier and grand totals so the cash
      *          picture includes what we owe. Open billback debit
      *          notes are aged the same way and reduce the buckets.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-TODAY-INTEGER     PIC 9(8).
       01  WS-DAYS-OLD          PIC S9(5).
       01  WS-LINE-VALUE        PIC S9(9)V99.

       01  WS-CURRENT-SUPPLIER  PIC X(4) VALUE SPACES.
       01  WS-SUPP-CURRENT      PIC S9(11)V99 VALUE ZERO.
       01  WS-SUPP-B60          PIC S9(11)V99 VALUE ZERO.
       01  WS-SUPP-B90          PIC S9(11)V99 VALUE ZERO.
       01  WS-SUPP-OVER90       PIC S9(11)V99 VALUE ZERO.

       01  WS-TOT-CURRENT       PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-B60           PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-B90           PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-OVER90        PIC S9(11)V99 VALUE ZERO.

       01  WS-EDIT-1            PIC -,---,--9.99.
       01  WS-EDIT-2            PIC -,---,--9.99.
       01  WS-EDIT-3            PIC -,---,--9.99.
       01  WS-EDIT-4            PIC -,---,--9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT SUPPINV-FILE.
           IF NOT FS-SUPPINV-OK
               DISPLAY "ERROR OPENING SUPPINV.DAT: " FS-SUPPINV
               MOVE "AP-AGING-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "SUPPINV.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUPPINV TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-LINE.
               END-IF
               COMPUTE WS-LINE-VALUE =
                  SINV-QTY * SINV-UNIT-PRICE
               IF SINV-BILLBACK-DEBIT
                   COMPUTE WS-LINE-VALUE = 0 - WS-LINE-VALUE
               END-IF
               COMPUTE WS-DAYS-OLD = WS-TODAY-INTEGER -
                  FUNCTION INTEGER-OF-DATE(SINV-DATE)
               EVALUATE TRUE
