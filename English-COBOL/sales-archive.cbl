               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT TICKETS-FILE ASSIGN TO "TICKETS.DAT"
       COPY TICKET-RECORD.

       FD  ARCH-VENTAS-FILE.
       01  ARCH-VENTA-REC        PIC X(76).
       01  ARCH-VENTA-TRAILER.
           05 AVT-MARK           PIC X(9).
           05 AVT-RECORD-COUNT   PIC 9(9).
           05 AVT-REVENUE-TOTAL  PIC S9(11)V99.
           05 FILLER             PIC X(45).

       FD  ARCH-TICKETS-FILE.
       01  ARCH-TICKET-REC       PIC X(43).
       01  ARCH-TICKET-TRAILER.
           05 ATT-MARK           PIC X(9).
           05 ATT-RECORD-COUNT   PIC 9(9).
           05 ATT-TOTAL          PIC S9(11)V99.
           05 FILLER             PIC X(12).

       WORKING-STORAGE SECTION.
       01  FS-VENTAS            PIC XX.
       01  WS-LINE-REVENUE      PIC S9(11)V99.
       01  WS-REVENUE-EDIT      PIC -,---,---,--9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SALES HISTORY ARCHIVE AND PURGE".
           OPEN I-O VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "SALES-ARCHIVE" TO ERP-PROGRAM
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
               MOVE "SALES-ARCHIVE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "TICKETS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-TICKETS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT ARCH-VENTAS-FILE.
           IF NOT FS-ARCH-VENTAS-OK
               DISPLAY "ERROR CREATING " WS-ARCH-VENTAS-NAME ": "
                  FS-ARCH-VENTAS
               MOVE "SALES-ARCHIVE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE WS-ARCH-VENTAS-NAME TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARCH-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT ARCH-TICKETS-FILE.
           IF NOT FS-ARCH-TICKETS-OK
               DISPLAY "ERROR CREATING " WS-ARCH-TICKETS-NAME ": "
                  FS-ARCH-TICKETS
               MOVE "SALES-ARCHIVE" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE WS-ARCH-TICKETS-NAME TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARCH-TICKETS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       ARCHIVE-SALES.
                   INVALID KEY
                       DISPLAY "ERROR PURGING SALE " VENTA-NUMERO
                          ": " FS-VENTAS
                       MOVE "SALES-ARCHIVE" TO ERP-PROGRAM
                       MOVE "ARCHIVE-ONE-SALE" TO ERP-PARAGRAPH
                       MOVE "SELLS.DAT" TO ERP-FILE
                       MOVE "DELETE" TO ERP-OPERATION
                       MOVE FS-VENTAS TO ERP-STATUS
                       MOVE VENTA-NUMERO TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       CONTINUE
               END-DELETE
                   INVALID KEY
                       DISPLAY "ERROR PURGING TICKET "
                          TICKET-NUMBER ": " FS-TICKETS
                       MOVE "SALES-ARCHIVE" TO ERP-PROGRAM
                       MOVE "ARCHIVE-ONE-TICKET" TO ERP-PARAGRAPH
                       MOVE "TICKETS.DAT" TO ERP-FILE
                       MOVE "DELETE" TO ERP-OPERATION
                       MOVE FS-TICKETS TO ERP-STATUS
                       MOVE TICKET-NUMBER TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       CONTINUE
               END-DELETE
