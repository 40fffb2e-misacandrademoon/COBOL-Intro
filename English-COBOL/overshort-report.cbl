      *          ledger DEPOSIT-PREP keeps - days closed, total over,
      *          total short, and net per operator - so the operator
      *          who consistently comes up light finally shows.
      *          Foreign cash is counted in its own currency, so each
      *          operator gets a separate line per currency; LCL is
      *          the local drawer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-OPER-TABLE.
           05 WS-OPR-ENTRY OCCURS 50 TIMES INDEXED BY WS-IDX.
               10 WS-OPR-ID      PIC 9(5).
               10 WS-OPR-CURRENCY PIC X(3).
               10 WS-OPR-DAYS    PIC 9(3).
               10 WS-OPR-OVER    PIC S9(9)V99.
               10 WS-OPR-SHORT   PIC S9(9)V99.
           88 WS-FOUND          VALUE "Y".

       01  WS-NET               PIC S9(9)V99.
       01  WS-CURRENCY-SHOWN    PIC X(3).
       01  WS-EDIT-1            PIC -,---,--9.99.
       01  WS-EDIT-2            PIC -,---,--9.99.
       01  WS-EDIT-3            PIC -,---,--9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "OVER/SHORT SUMMARY".
           OPEN INPUT OVRSHORT-FILE.
           IF NOT FS-OVRSHORT-OK
               DISPLAY "ERROR OPENING OVRSHORT.DAT: " FS-OVRSHORT
               MOVE "OVERSHORT-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "OVRSHORT.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-OVRSHORT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-ENTRY.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-OPER-COUNT OR WS-FOUND
               IF WS-OPR-ID (WS-IDX) = OS-OPERATOR
                  AND WS-OPR-CURRENCY (WS-IDX) = OS-CURRENCY
                   PERFORM ADD-ENTRY-AMOUNTS
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
                   ADD 1 TO WS-OPER-COUNT
                   SET WS-IDX TO WS-OPER-COUNT
                   MOVE OS-OPERATOR TO WS-OPR-ID (WS-IDX)
                   MOVE OS-CURRENCY TO WS-OPR-CURRENCY (WS-IDX)
                   MOVE ZERO TO WS-OPR-DAYS (WS-IDX)
                   MOVE ZERO TO WS-OPR-OVER (WS-IDX)
                   MOVE ZERO TO WS-OPR-SHORT (WS-IDX)
       PRINT-REPORT.
           DISPLAY " ".
           DISPLAY "OVER/SHORT BY OPERATOR - " WS-MONTH.
           DISPLAY "OPER  CUR DAYS OVER          SHORT         NET".
           PERFORM PRINT-OPERATOR-LINE
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-OPER-COUNT.
           MOVE WS-OPR-OVER (WS-IDX) TO WS-EDIT-1.
           MOVE WS-OPR-SHORT (WS-IDX) TO WS-EDIT-2.
           MOVE WS-NET TO WS-EDIT-3.
           MOVE WS-OPR-CURRENCY (WS-IDX) TO WS-CURRENCY-SHOWN.
           IF WS-CURRENCY-SHOWN = SPACES
               MOVE "LCL" TO WS-CURRENCY-SHOWN
           END-IF.
           DISPLAY WS-OPR-ID (WS-IDX) " " WS-CURRENCY-SHOWN " "
              WS-OPR-DAYS (WS-IDX)
              "  " WS-EDIT-1 " " WS-EDIT-2 " " WS-EDIT-3.

       CLOSE-FILE.
