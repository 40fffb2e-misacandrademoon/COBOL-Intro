      * Author:
      * Date:
      * Purpose: Maintains the SALESTGT.DAT monthly sales target file
      *          - one record per month, PROD-CATEGORY and selling
      *          branch carrying the owner's revenue and unit targets
      *          (a blank branch is the whole-company target) - so the
      *          Monday meeting's actual-versus-target numbers come off
      *          TARGET-REPORT instead of the whiteboard.
      * Tectonics: cobc
      ******************************************************************

       01  WS-MONTH             PIC 9(6).
       01  WS-CATEGORY          PIC X(4).
       01  WS-BRANCH            PIC X(2).
       01  WS-AMOUNT-EDIT       PIC X(12).
       01  WS-MONEY-EDIT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILE.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING SALESTGT.DAT: " FS-TARGET
               MOVE "TARGET-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "SALESTGT.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-TARGET TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
           ACCEPT WS-MONTH.
           DISPLAY "CATEGORY (4 characters): " WITH NO ADVANCING.
           ACCEPT WS-CATEGORY.
           DISPLAY "BRANCH (2 characters, BLANK = WHOLE COMPANY): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-BRANCH.
           ACCEPT WS-BRANCH.
           MOVE WS-MONTH TO TGT-YEAR-MONTH.
           MOVE WS-CATEGORY TO TGT-CATEGORY.
           MOVE WS-BRANCH TO TGT-BRANCH.

       GET-TARGET-FIELDS.
           DISPLAY "TARGET REVENUE (ex: 50000.00): "
                       WHEN OTHER
                           DISPLAY "ERROR WRITING RECORD: "
                              FS-TARGET
                           MOVE "TARGET-ENTRY" TO ERP-PROGRAM
                           MOVE "ADD-TARGET" TO ERP-PARAGRAPH
                           MOVE "SALESTGT.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-TARGET TO ERP-STATUS
                           MOVE TGT-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-EVALUATE
               NOT INVALID KEY
                   DISPLAY "TARGET SUCCESSFULLY REGISTERED"
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-TARGET
                           MOVE "TARGET-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-TARGET" TO ERP-PARAGRAPH
                           MOVE "SALESTGT.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-TARGET TO ERP-STATUS
                           MOVE TGT-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "TARGET SUCCESSFULLY UPDATED"
                   END-REWRITE

       PRINT-TARGET-LINE.
           MOVE TGT-REVENUE TO WS-MONEY-EDIT.
           IF TGT-BRANCH = SPACES
               DISPLAY TGT-YEAR-MONTH " " TGT-CATEGORY " ALL "
                  WS-MONEY-EDIT " " TGT-UNITS " UNITS"
           ELSE
               DISPLAY TGT-YEAR-MONTH " " TGT-CATEGORY " " TGT-BRANCH
                  "  " WS-MONEY-EDIT " " TGT-UNITS " UNITS"
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM READ-NEXT-TARGET.

