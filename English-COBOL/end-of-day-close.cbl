               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT DAYCLOSE-FILE ASSIGN TO "DAYCLOSE.DAT"
       01  WS-LINE-AMOUNT       PIC S9(11)V99.
       01  WS-REVENUE-EDIT      PIC -,---,---,--9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "END-OF-DAY-CLOSE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O DAYCLOSE-FILE.
           IF FS-DAYCLOSE-NOT-EXIST
           END-IF.
           IF NOT FS-DAYCLOSE-OK
               DISPLAY "ERROR OPENING DAYCLOSE.DAT: " FS-DAYCLOSE
               MOVE "END-OF-DAY-CLOSE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "DAYCLOSE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-DAYCLOSE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF NOT FS-OPERATOR-OK
               DISPLAY "ERROR OPENING datos.idx: " FS-OPERATOR
               MOVE "END-OF-DAY-CLOSE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "datos.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-OPERATOR TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O PARKED-FILE.
           IF NOT FS-PARKED-OK
           END-IF.
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "END-OF-DAY-CLOSE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND MOVES-FILE.
           IF FS-MOVES-NOT-EXIST
           END-IF.
           IF NOT FS-MOVES-OK
               DISPLAY "ERROR OPENING STOCKMOVES.DAT: " FS-MOVES
               MOVE "END-OF-DAY-CLOSE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "STOCKMOVES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-MOVES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       CHECK-NOT-ALREADY-CLOSED.
                   INVALID KEY
                       DISPLAY "ERROR SWEEPING PARKED LINE: "
                          FS-PARKED
                       MOVE "END-OF-DAY-CLOSE" TO ERP-PROGRAM
                       MOVE "SWEEP-ONE-PARKED" TO ERP-PARAGRAPH
                       MOVE "PARKED.DAT" TO ERP-FILE
                       MOVE "DELETE" TO ERP-OPERATION
                       MOVE FS-PARKED TO ERP-STATUS
                       MOVE PARK-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-SWEPT-COUNT
               END-DELETE
                       INVALID KEY
                           DISPLAY "ERROR RESTOCKING "
                              PARK-PROD-CODE ": " FS-PRODUCTS
                           MOVE "END-OF-DAY-CLOSE" TO ERP-PROGRAM
                           MOVE "RESTOCK-PARKED-LINE" TO ERP-PARAGRAPH
                           MOVE "PRODUCTS.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-PRODUCTS TO ERP-STATUS
                           MOVE PROD-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           MOVE PROD-NAME TO AUDIT-AFTER-NAME
                           MOVE PROD-PRICE TO AUDIT-AFTER-PRICE

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE SPACES TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING CLOSE RECORD: "
                      FS-DAYCLOSE
                   MOVE "END-OF-DAY-CLOSE" TO ERP-PROGRAM
                   MOVE "WRITE-CLOSE-RECORD" TO ERP-PARAGRAPH
                   MOVE "DAYCLOSE.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-DAYCLOSE TO ERP-STATUS
                   MOVE CLOSE-DATE TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE WS-REVENUE TO WS-REVENUE-EDIT
