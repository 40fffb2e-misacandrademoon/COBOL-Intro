               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
           88 WS-IS-FOUND       VALUE "Y".
       01  WS-USUAL-QTY         PIC 9(5).

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "ORDER-GUIDE-PRINT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "ORDER-GUIDE-PRINT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "ORDER-GUIDE-PRINT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O ORDGUIDE-FILE.
           IF FS-ORDGUIDE-NOT-EXIST
           END-IF.
           IF NOT FS-ORDGUIDE-OK
               DISPLAY "ERROR OPENING ORDGUIDE.DAT: " FS-ORDGUIDE
               MOVE "ORDER-GUIDE-PRINT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "ORDGUIDE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ORDGUIDE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT GUIDE-PRINT-FILE.
           IF NOT FS-GUIDE-PRINT-OK
               DISPLAY "ERROR CREATING ORDGUIDE.TXT: "
                  FS-GUIDE-PRINT
               MOVE "ORDER-GUIDE-PRINT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "ORDGUIDE.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-GUIDE-PRINT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       BUILD-GUIDE-TABLE.
           DELETE ORDGUIDE-FILE
               INVALID KEY
                   DISPLAY "ERROR CLEARING OLD GUIDE: " FS-ORDGUIDE
                   MOVE "ORDER-GUIDE-PRINT" TO ERP-PROGRAM
                   MOVE "DELETE-ONE-GUIDE-RECORD" TO ERP-PARAGRAPH
                   MOVE "ORDGUIDE.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-ORDGUIDE TO ERP-STATUS
                   MOVE OG-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-DELETE.
           PERFORM READ-NEXT-GUIDE-RECORD.

           WRITE ORDGUIDE-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING GUIDE LINE: " FS-ORDGUIDE
                   MOVE "ORDER-GUIDE-PRINT" TO ERP-PROGRAM
                   MOVE "WRITE-ONE-GUIDE-RECORD" TO ERP-PARAGRAPH
                   MOVE "ORDGUIDE.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-ORDGUIDE TO ERP-STATUS
                   MOVE OG-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-WRITE.

       PRINT-ORDER-FORM.
