               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT TICKETS-FILE ASSIGN TO "TICKETS.DAT"
       01  WS-MONEY-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-NEW-PAY-NUMBER    PIC 9(6).
       01  WS-OPERATOR-ID       PIC 9(5) VALUE ZERO.
       01  WS-BRANCH            PIC X(2).
       01  WS-CONFIRM           PIC X.
           88 WS-CONFIRM-YES    VALUE "Y", "y".
       01  WS-TENDER            PIC X.
       01  WS-TICKET-LINES      PIC 9(3).
       01  WS-TICKET-TOTAL      PIC 9(9)V99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           IF FS-LAYAWAY-OK AND FS-LAYPAY-OK AND FS-PRODUCTS-OK
              AND FS-VENTAS-OK AND FS-TICKETS-OK
               PERFORM READ-SIGNON-SESSION
               DISPLAY "SELLING BRANCH (2 characters): "
                  WITH NO ADVANCING
               ACCEPT WS-BRANCH
               DISPLAY " "
               DISPLAY "LAYAWAY SERVICING"
               PERFORM PROCESS-MENU UNTIL NOT WS-YES
           OPEN I-O LAYAWAY-FILE.
           IF NOT FS-LAYAWAY-OK
               DISPLAY "ERROR OPENING LAYAWAY.DAT: " FS-LAYAWAY
               MOVE "LAYAWAY-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "LAYAWAY.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-LAYAWAY TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O LAYPAY-FILE.
           IF FS-LAYPAY-NOT-EXIST
           END-IF.
           IF NOT FS-LAYPAY-OK
               DISPLAY "ERROR OPENING LAYPAY.DAT: " FS-LAYPAY
               MOVE "LAYAWAY-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "LAYPAY.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-LAYPAY TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "LAYAWAY-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "LAYAWAY-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O TICKETS-FILE.
           IF NOT FS-TICKETS-OK
               DISPLAY "ERROR OPENING TICKETS.DAT: " FS-TICKETS
               MOVE "LAYAWAY-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "TICKETS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-TICKETS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF FS-AUDIT-NOT-EXIST
           WRITE LAYPAY-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING PAYMENT: " FS-LAYPAY
                   MOVE "LAYAWAY-ENTRY" TO ERP-PROGRAM
                   MOVE "WRITE-PAYMENT-RECORD" TO ERP-PARAGRAPH
                   MOVE "LAYPAY.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-LAYPAY TO ERP-STATUS
                   MOVE LAYPAY-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   DISPLAY "PAYMENT " LAYPAY-NUMBER " RECORDED"
           END-WRITE.
               MOVE ZERO TO VENTA-QTY-RETURNED
               MOVE SPACE TO VENTA-REVERSED
               SET VENTA-SALE TO TRUE
               MOVE WS-BRANCH TO VENTA-BRANCH
               MOVE SPACE TO VENTA-PRICE-SOURCE
               MOVE ZERO TO VENTA-LIST-PRICE
               ACCEPT VENTA-FECHA FROM DATE YYYYMMDD
               WRITE VENTAS-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING SALE LINE: " FS-VENTAS
                       MOVE "LAYAWAY-ENTRY" TO ERP-PROGRAM
                       MOVE "CONVERT-ONE-LINE" TO ERP-PARAGRAPH
                       MOVE "SELLS.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-VENTAS TO ERP-STATUS
                       MOVE VENTA-NUMERO TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-TICKET-LINES
                       COMPUTE WS-TICKET-TOTAL = WS-TICKET-TOTAL +
                           INVALID KEY
                               DISPLAY "ERROR FLAGGING LAYAWAY "
                                  "LINE: " FS-LAYAWAY
                               MOVE "LAYAWAY-ENTRY" TO ERP-PROGRAM
                               MOVE "CONVERT-ONE-LINE" TO ERP-PARAGRAPH
                               MOVE "LAYAWAY.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-LAYAWAY TO ERP-STATUS
                               MOVE LAY-KEY TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               CONTINUE
                       END-REWRITE
           MOVE WS-LAY-CLIENTE TO TICKET-CLAVE-CLIENTE.
           MOVE WS-TICKET-LINES TO TICKET-LINE-COUNT.
           MOVE WS-TICKET-TOTAL TO TICKET-TOTAL.
           MOVE ZERO TO TICKET-SHIP-TO.
           MOVE WS-BRANCH TO TICKET-BRANCH.
           WRITE TICKET-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING TICKET: " FS-TICKETS
                   MOVE "LAYAWAY-ENTRY" TO ERP-PROGRAM
                   MOVE "WRITE-CONVERTED-TICKET" TO ERP-PARAGRAPH
                   MOVE "TICKETS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-TICKETS TO ERP-STATUS
                   MOVE TICKET-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   MOVE WS-TICKET-TOTAL TO WS-MONEY-EDIT
                   DISPLAY "LAYAWAY " WS-LAYAWAY-NUMBER
                   INVALID KEY
                       DISPLAY "ERROR FLAGGING LAYAWAY LINE: "
                          FS-LAYAWAY
                       MOVE "LAYAWAY-ENTRY" TO ERP-PROGRAM
                       MOVE "CANCEL-ONE-LINE" TO ERP-PARAGRAPH
                       MOVE "LAYAWAY.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-LAYAWAY TO ERP-STATUS
                       MOVE LAY-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       DISPLAY "LINE " LAY-LINE " CANCELLED"
               END-REWRITE

       WRITE-MOVES-RECORD.
           IF FS-MOVES-OK
               MOVE WS-BRANCH TO MOV-BRANCH
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               WRITE MOVES-RECORD
