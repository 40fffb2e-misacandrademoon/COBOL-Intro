      *          PRODUCTS.DAT, SELLS.DAT, clientes.idx, SUPPLIERS.DAT
      *          and relativo.dat to generation files (.G1 through
      *          .G3, cycling so the last three generations are
      *          kept), each headed by a date-stamp record carrying
      *          the last AUDIT.LOG sequence number handed out when
      *          the copy was taken - the point PRODUCTS-ROLL-FORWARD
      *          replays the log from - and runs as the first step of
      *          the nightly batch stream so there is a restore point
      *          before anything posts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-INPUT.

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-GEN-CONTROL.

           SELECT SEQ-CONTROL-FILE ASSIGN TO "AUDITSEQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SEQ-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTS-FILE.
           05 SUPP-NAME          PIC X(25).
           05 SUPP-CONTACT       PIC X(20).
           05 SUPP-LEAD-DAYS     PIC 9(3).
           05 SUPP-ORDER-DAYS    PIC X(7).
           05 SUPP-MIN-ORDER     PIC 9(7)V99.
           05 SUPP-FREE-FREIGHT  PIC 9(7)V99.

       FD  RELATIVE-FILE.
       01  RELATIVE-RECORD.
       01  GEN-CONTROL-RECORD.
           05 BACKGEN-LAST       PIC 9(1).

       FD  SEQ-CONTROL-FILE.
       01  SEQ-CONTROL-RECORD.
           05 AUDITSEQ-LAST      PIC 9(9).

       WORKING-STORAGE SECTION.
       01  FS-INPUT             PIC XX.
           88 FS-INPUT-OK       VALUE "00".
       01  FS-GEN-CONTROL       PIC XX.
           88 FS-GEN-CONTROL-OK VALUE "00".

       01  FS-SEQ-CONTROL       PIC XX.
           88 FS-SEQ-CONTROL-OK VALUE "00".

       01  WS-RELATIVE-KEY      PIC 9(5).
       01  WS-BACKUP-NAME       PIC X(20).
       01  WS-GENERATION        PIC 9(1).
       01  WS-GENERATIONS-KEPT  PIC 9(1) VALUE 3.
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-AUDIT-SEQ         PIC 9(9) VALUE ZERO.
       01  WS-RECORD-COUNT      PIC 9(7).
       01  WS-FILES-BACKED-UP   PIC 9(2) VALUE ZERO.
       01  WS-FILES-SKIPPED     PIC 9(2) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM GET-NEXT-GENERATION.
           PERFORM GET-AUDIT-SEQUENCE.
           DISPLAY "BACKUP GENERATION G" WS-GENERATION
              " - " WS-TODAY-DATE.
           PERFORM BACKUP-PRODUCTS.
           WRITE GEN-CONTROL-RECORD.
           CLOSE GEN-CONTROL-FILE.

      * Nothing posts while the backup runs, so the last sequence
      * handed out marks the audit records already in the copy.
       GET-AUDIT-SEQUENCE.
           OPEN INPUT SEQ-CONTROL-FILE.
           IF FS-SEQ-CONTROL-OK
               READ SEQ-CONTROL-FILE
                   NOT AT END
                       MOVE AUDITSEQ-LAST TO WS-AUDIT-SEQ
               END-READ
               CLOSE SEQ-CONTROL-FILE
           END-IF.

       OPEN-BACKUP-OUTPUT.
           OPEN OUTPUT BACKUP-FILE.
           IF NOT FS-BACKUP-OK
               DISPLAY "ERROR CREATING " WS-BACKUP-NAME ": "
                  FS-BACKUP
               MOVE "FILE-BACKUP" TO ERP-PROGRAM
               MOVE "OPEN-BACKUP-OUTPUT" TO ERP-PARAGRAPH
               MOVE WS-BACKUP-NAME TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-BACKUP TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO BACKUP-RECORD.
           STRING "*GEN*" DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  WS-AUDIT-SEQ DELIMITED BY SIZE
                  INTO BACKUP-RECORD
           END-STRING.
           WRITE BACKUP-RECORD.
            IF NOT FS-INPUT-OK
               DISPLAY "BACKUP SKIPPED - FILE COULD NOT BE "
                  "OPENED, STATUS " FS-INPUT
               MOVE "FILE-BACKUP" TO ERP-PROGRAM
               MOVE "BACKUP-PRODUCTS" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-INPUT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE SPACES TO WS-BACKUP-NAME
            IF NOT FS-INPUT-OK
               DISPLAY "BACKUP SKIPPED - FILE COULD NOT BE "
                  "OPENED, STATUS " FS-INPUT
               MOVE "FILE-BACKUP" TO ERP-PROGRAM
               MOVE "BACKUP-SELLS" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-INPUT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE SPACES TO WS-BACKUP-NAME
            IF NOT FS-INPUT-OK
               DISPLAY "BACKUP SKIPPED - FILE COULD NOT BE "
                  "OPENED, STATUS " FS-INPUT
               MOVE "FILE-BACKUP" TO ERP-PROGRAM
               MOVE "BACKUP-CLIENTES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-INPUT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE SPACES TO WS-BACKUP-NAME
            IF NOT FS-INPUT-OK
               DISPLAY "BACKUP SKIPPED - FILE COULD NOT BE "
                  "OPENED, STATUS " FS-INPUT
               MOVE "FILE-BACKUP" TO ERP-PROGRAM
               MOVE "BACKUP-SUPPLIERS" TO ERP-PARAGRAPH
               MOVE "SUPPLIERS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-INPUT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE SPACES TO WS-BACKUP-NAME
            IF NOT FS-INPUT-OK
               DISPLAY "BACKUP SKIPPED - FILE COULD NOT BE "
                  "OPENED, STATUS " FS-INPUT
               MOVE "FILE-BACKUP" TO ERP-PROGRAM
               MOVE "BACKUP-RELATIVO" TO ERP-PARAGRAPH
               MOVE "relativo.dat" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-INPUT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE SPACES TO WS-BACKUP-NAME
