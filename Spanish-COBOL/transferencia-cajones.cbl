
       01  WS-CONTADOR-TRANS  PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       PROCESO-PRINCIPAL.
           MOVE 0 TO RETURN-CODE.
               END-IF
           ELSE
               DISPLAY "ERROR AL ABRIR relativo.dat: " FS-RELATIVO
               MOVE "TRANSFERENCIA-CAJONES" TO ERP-PROGRAM
               MOVE "PROCESO-PRINCIPAL" TO ERP-PARAGRAPH
               MOVE "relativo.dat" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-RELATIVO TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
           END-IF.
           IF NOT FS-MOVES-OK
               DISPLAY "ERROR AL ABRIR STOCKMOVES.DAT: " FS-MOVES
               MOVE "TRANSFERENCIA-CAJONES" TO ERP-PROGRAM
               MOVE "ABRIR-ARCHIVO-MOVIMIENTOS" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       TRANSFERIR-STOCK.
           IF FS-MOVES-OK
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               MOVE SPACES TO MOV-BRANCH
               WRITE MOVES-RECORD
           END-IF.
