      *          candidate pair. Prints DUPCUST.PRT with both keys,
      *          names, phones and balances so someone can decide
      *          which key survives before running CUSTOMER-MERGE.
      *          Customers erased by CUSTOMER-ERASE are never paired.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-MATCH-REASON      PIC X(14).
       01  WS-RUN-DATE          PIC 9(8).

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "CUSTOMER-DUP-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-OK
               DISPLAY "ERROR CREATING DUPCUST.PRT: " FS-PRINT
               MOVE "CUSTOMER-DUP-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "DUPCUST.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRINT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       LOAD-CUSTOMER-TABLE.
           MOVE SPACES TO WS-MATCH-REASON.
           IF WS-CST-NAME (WS-IDX) = WS-CST-NAME (WS-JDX)
              AND WS-CST-NAME (WS-IDX) NOT = SPACES
              AND WS-CST-NAME (WS-IDX) NOT = "** ERASED **"
               MOVE "SAME NAME" TO WS-MATCH-REASON
           ELSE
               IF WS-CST-PHONE (WS-IDX) = WS-CST-PHONE (WS-JDX)
                  AND WS-CST-PHONE (WS-IDX) NOT = SPACES
                  AND WS-CST-PHONE (WS-IDX) NOT = "** ERASED **"
                   MOVE "SAME PHONE" TO WS-MATCH-REASON
               END-IF
           END-IF.
           CLOSE ARCHIVO-CLIENTES.
           IF FS-PRINT-OK
               CLOSE PRINT-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "DUPCUST.PRT" TO RAP-REPORT-FILE.
           MOVE "CUSTOMER-DUP-REPORT" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           MOVE ZERO TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
