               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT OPERATOR-FILE ASSIGN TO "datos.idx"
       01  WS-GRAND-QTY         PIC S9(9) VALUE ZERO.
       01  WS-GRAND-REVENUE     PIC S9(11)V99 VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "OPERATOR COMMISSION REPORT".
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "COMMISSION-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF NOT FS-OPERATOR-OK
               DISPLAY "ERROR OPENING datos.idx: " FS-OPERATOR
               MOVE "COMMISSION-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "datos.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-OPERATOR TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-SALE.
               AT END
                   SET FS-VENTAS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL FS-VENTAS-EOF OR NOT VENTA-ADDON-LINE
               READ VENTAS-FILE NEXT RECORD
                   AT END
                       SET FS-VENTAS-EOF TO TRUE
               END-READ
           END-PERFORM.
           IF NOT FS-VENTAS-EOF
               IF VENTA-FECHA > WS-TO-DATE
                   SET FS-VENTAS-EOF TO TRUE
