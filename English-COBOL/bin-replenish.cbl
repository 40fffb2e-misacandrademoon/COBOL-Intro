       01  WS-SHORT-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-RUN-DATE          PIC 9(8).

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
               IF NOT FS-BINMIN-OK
                   DISPLAY "ERROR OPENING BINMINMAX.DAT: "
                      FS-BINMIN
                   MOVE "BIN-REPLENISH" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "BINMINMAX.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-BINMIN TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.
           OPEN I-O RELATIVE-FILE.
           IF NOT FS-RELATIVE-OK
               DISPLAY "ERROR OPENING relativo.dat: " FS-RELATIVE
               MOVE "BIN-REPLENISH" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "relativo.dat" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-RELATIVE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND MOVES-FILE.
           IF FS-MOVES-NOT-EXIST
           END-IF.
           IF NOT FS-MOVES-OK
               DISPLAY "ERROR OPENING STOCKMOVES.DAT: " FS-MOVES
               MOVE "BIN-REPLENISH" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT TASK-FILE.
           IF NOT FS-TASK-OK
               DISPLAY "ERROR CREATING REPLENISH.TXT: " FS-TASK
               MOVE "BIN-REPLENISH" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "REPLENISH.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-TASK TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-MINMAX.
               SET MOV-TRANSFER TO TRUE
               MOVE WS-TAKE-QTY TO MOV-QUANTITY
               MOVE BIN-QUANTITY TO MOV-BALANCE
               MOVE SPACES TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
