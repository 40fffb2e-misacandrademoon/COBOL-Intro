               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
       01  WS-EXCEPTION-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-TODAY-DATE          PIC 9(8).

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "SALES-RECONCILIATION" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "SALES-RECONCILIATION" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       BUILD-SALES-TABLE.
           MOVE WS-TODAY-DATE TO VENTA-FECHA.
           START VENTAS-FILE KEY IS = VENTA-FECHA
               INVALID KEY
                   SET FS-VENTAS-EOF TO TRUE
           END-START.
           IF NOT FS-VENTAS-EOF
               PERFORM READ-NEXT-SALE
           END-IF.
           PERFORM ACCUMULATE-SALE UNTIL FS-VENTAS-EOF.

       READ-NEXT-SALE.
               AT END
                   SET FS-VENTAS-EOF TO TRUE
           END-READ.
           IF NOT FS-VENTAS-EOF
               IF VENTA-FECHA NOT = WS-TODAY-DATE
                   SET FS-VENTAS-EOF TO TRUE
               END-IF
           END-IF.

       ACCUMULATE-SALE.
           IF VENTA-FECHA = WS-TODAY-DATE
