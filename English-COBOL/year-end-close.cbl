               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
       COPY JOBHIST-RECORD.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD        PIC X(52).

       FD  CARRY-FILE.
       01  CARRY-RECORD          PIC X(52).

       WORKING-STORAGE SECTION.
       01  FS-DAYCLOSE          PIC XX.
       01  WS-CAL-RESULT-DATE   PIC 9(8).
       01  WS-CAL-RESULT        PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT DAYCLOSE-FILE.
           IF NOT FS-DAYCLOSE-OK
               DISPLAY "ERROR OPENING DAYCLOSE.DAT: " FS-DAYCLOSE
               MOVE "YEAR-END-CLOSE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "DAYCLOSE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-DAYCLOSE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "YEAR-END-CLOSE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "YEAR-END-CLOSE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "YEAR-END-CLOSE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O OPENBAL-FILE.
           IF FS-OPENBAL-NOT-EXIST
           END-IF.
           IF NOT FS-OPENBAL-OK
               DISPLAY "ERROR OPENING OPENBAL.DAT: " FS-OPENBAL
               MOVE "YEAR-END-CLOSE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "OPENBAL.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-OPENBAL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O YEARCLS-FILE.
           IF FS-YEARCLS-NOT-EXIST
           END-IF.
           IF NOT FS-YEARCLS-OK
               DISPLAY "ERROR OPENING YEARCLOSE.DAT: " FS-YEARCLS
               MOVE "YEAR-END-CLOSE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "YEARCLOSE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-YEARCLS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       CHECK-YEAR-NOT-CLOSED.
           WRITE YEARCLS-RECORD
               INVALID KEY
                   DISPLAY "ERROR STAMPING YEAR CLOSED: " FS-YEARCLS
                   MOVE "YEAR-END-CLOSE" TO ERP-PROGRAM
                   MOVE "STAMP-YEAR-CLOSED" TO ERP-PARAGRAPH
                   MOVE "YEARCLOSE.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-YEARCLS TO ERP-STATUS
                   MOVE YC-YEAR TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   DISPLAY "YEAR " WS-YEAR " STAMPED CLOSED - "
                      "END-OF-DAY-CLOSE WILL REFUSE DATES IN IT"
