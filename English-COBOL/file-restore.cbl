      *          backup generations with their date stamps and puts a
      *          chosen generation of PRODUCTS.DAT, SELLS.DAT,
      *          clientes.idx, SUPPLIERS.DAT and relativo.dat back,
      *          rebuilding the indexed files record by record. The
      *          list shows the AUDIT.LOG sequence each generation was
      *          taken at; PRODUCTS-ROLL-FORWARD replays the log from
      *          there once PRODUCTS.DAT is back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-OUTPUT.

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
           05 SUPP-NAME          PIC X(25).
           05 SUPP-CONTACT       PIC X(20).
           05 SUPP-LEAD-DAYS     PIC 9(3).
           05 SUPP-ORDER-DAYS    PIC X(7).
           05 SUPP-MIN-ORDER     PIC 9(7)V99.
           05 SUPP-FREE-FREIGHT  PIC 9(7)V99.

       FD  RELATIVE-FILE.
       01  RELATIVE-RECORD.
       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "FILE RESTORE FROM BACKUP GENERATIONS".
                   PERFORM RESTORE-SUPPLIERS
                   PERFORM RESTORE-RELATIVO
                   DISPLAY "RESTORE COMPLETE"
                   DISPLAY "RUN PRODUCTS-ROLL-FORWARD TO REAPPLY "
                      "PRODUCT CHANGES SINCE THE BACKUP"
               ELSE
                   DISPLAY "NO RESTORE PERFORMED"
               END-IF
                       DISPLAY "G" WS-GEN-SCAN " - EMPTY"
                   NOT AT END
                       DISPLAY "G" WS-GEN-SCAN " - TAKEN "
                          BACKUP-RECORD (6:8) " AUDIT SEQ "
                          BACKUP-RECORD (14:9)
               END-READ
               CLOSE BACKUP-FILE
           END-IF.
               ELSE
                   DISPLAY "ERROR RECREATING PRODUCTS.DAT: "
                      FS-OUTPUT
                   MOVE "FILE-RESTORE" TO ERP-PROGRAM
                   MOVE "RESTORE-PRODUCTS" TO ERP-PARAGRAPH
                   MOVE "PRODUCTS.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-OUTPUT TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
               CLOSE BACKUP-FILE
           END-IF.
                      WS-ERROR-COUNT " ERROR(S)"
               ELSE
                   DISPLAY "ERROR RECREATING SELLS.DAT: " FS-OUTPUT
                   MOVE "FILE-RESTORE" TO ERP-PROGRAM
                   MOVE "RESTORE-SELLS" TO ERP-PARAGRAPH
                   MOVE "SELLS.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-OUTPUT TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
               CLOSE BACKUP-FILE
           END-IF.
               ELSE
                   DISPLAY "ERROR RECREATING clientes.idx: "
                      FS-OUTPUT
                   MOVE "FILE-RESTORE" TO ERP-PROGRAM
                   MOVE "RESTORE-CLIENTES" TO ERP-PARAGRAPH
                   MOVE "clientes.idx" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-OUTPUT TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
               CLOSE BACKUP-FILE
           END-IF.
               ELSE
                   DISPLAY "ERROR RECREATING SUPPLIERS.DAT: "
                      FS-OUTPUT
                   MOVE "FILE-RESTORE" TO ERP-PROGRAM
                   MOVE "RESTORE-SUPPLIERS" TO ERP-PARAGRAPH
                   MOVE "SUPPLIERS.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-OUTPUT TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
               CLOSE BACKUP-FILE
           END-IF.
               ELSE
                   DISPLAY "ERROR RECREATING relativo.dat: "
                      FS-OUTPUT
                   MOVE "FILE-RESTORE" TO ERP-PROGRAM
                   MOVE "RESTORE-RELATIVO" TO ERP-PARAGRAPH
                   MOVE "relativo.dat" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-OUTPUT TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
               CLOSE BACKUP-FILE
           END-IF.
