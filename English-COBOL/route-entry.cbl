      *          code, description, van) and assigns customers to a
      *          route - setting CLIENTE-RUTA and the CLIENTE-DROP-SEQ
      *          drop order on clientes.idx - so DELIVERY-MANIFEST can
      *          build each van's run in stop order. Also keeps the
      *          DELCHG.DAT delivery charge rules per route - flat
      *          fee, free-over threshold, per-case surcharge and the
      *          route's daily running cost - that DELIVERY-CHARGE
      *          applies to delivery tickets.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CLAVE-CLIENTE
               FILE STATUS IS FS-CLIENTES.

           SELECT DELCHG-FILE ASSIGN TO "DELCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-ROUTE-CODE
               FILE STATUS IS FS-DELCHG.

       DATA DIVISION.
       FILE SECTION.
       FD  ROUTE-FILE.
       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       FD  DELCHG-FILE.
       COPY DELCHG-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-ROUTE             PIC XX.
           88 FS-OK             VALUE "00".
       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".

       01  FS-DELCHG            PIC XX.
           88 FS-DELCHG-OK      VALUE "00".
           88 FS-DELCHG-NOT-EXIST VALUE "35".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".

           88 WS-ACTION-DELETE  VALUE "D", "d".
           88 WS-ACTION-LIST    VALUE "L", "l".
           88 WS-ACTION-CUSTOMER VALUE "C", "c".
           88 WS-ACTION-CHARGES VALUE "R", "r".

       01  WS-ROUTE             PIC X(2).
       01  WS-CUSTOMER-CODE     PIC X(10).
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-CHARGE-ON-FILE    PIC X.
           88 WS-CHARGE-IS-ON-FILE VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING ROUTES.DAT: " FS-ROUTE
               MOVE "ROUTE-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "ROUTES.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ROUTE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "ROUTE-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O DELCHG-FILE.
           IF FS-DELCHG-NOT-EXIST
               OPEN OUTPUT DELCHG-FILE
               CLOSE DELCHG-FILE
               OPEN I-O DELCHG-FILE
           END-IF.
           IF NOT FS-DELCHG-OK
               DISPLAY "ERROR OPENING DELCHG.DAT: " FS-DELCHG
               MOVE "ROUTE-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "DELCHG.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-DELCHG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
           DISPLAY "DELIVERY ROUTE MAINTENANCE".
           DISPLAY "A - ADD | U - UPDATE | D - DELETE | L - LIST | "
              "C - ASSIGN CUSTOMER".
           DISPLAY "R - DELIVERY CHARGE RULES".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
                   PERFORM LIST-ROUTES
               WHEN WS-ACTION-CUSTOMER
                   PERFORM ASSIGN-CUSTOMER
               WHEN WS-ACTION-CHARGES
                   PERFORM SET-DELIVERY-CHARGES
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.
                              ROUTE-CODE
                       WHEN OTHER
                           DISPLAY "ERROR WRITING RECORD: " FS-ROUTE
                           MOVE "ROUTE-ENTRY" TO ERP-PROGRAM
                           MOVE "ADD-ROUTE" TO ERP-PARAGRAPH
                           MOVE "ROUTES.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-ROUTE TO ERP-STATUS
                           MOVE ROUTE-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-EVALUATE
               NOT INVALID KEY
                   DISPLAY "ROUTE SUCCESSFULLY REGISTERED"
                   REWRITE ROUTE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: " FS-ROUTE
                           MOVE "ROUTE-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-ROUTE" TO ERP-PARAGRAPH
                           MOVE "ROUTES.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-ROUTE TO ERP-STATUS
                           MOVE ROUTE-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "ROUTE SUCCESSFULLY UPDATED"
                   END-REWRITE
                   DISPLAY "ERROR: ROUTE NOT FOUND - " WS-ROUTE
               NOT INVALID KEY
                   DISPLAY "ROUTE SUCCESSFULLY DELETED"
                   MOVE WS-ROUTE TO DC-ROUTE-CODE
                   DELETE DELCHG-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-DELETE.

       LIST-ROUTES.
           REWRITE REGISTRO-CLIENTE
               INVALID KEY
                   DISPLAY "ERROR UPDATING CUSTOMER: " FS-CLIENTES
                   MOVE "ROUTE-ENTRY" TO ERP-PROGRAM
                   MOVE "REWRITE-CUSTOMER-ROUTE" TO ERP-PARAGRAPH
                   MOVE "clientes.idx" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-CLIENTES TO ERP-STATUS
                   MOVE CLAVE-CLIENTE TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   DISPLAY "CUSTOMER ROUTE UPDATED"
           END-REWRITE.

      * Delivery charge rules for a route; a new route starts with
      * no charge until its rule is keyed here
       SET-DELIVERY-CHARGES.
           DISPLAY "ROUTE CODE (2 characters): " WITH NO ADVANCING.
           ACCEPT WS-ROUTE.
           MOVE WS-ROUTE TO ROUTE-CODE.
           READ ROUTE-FILE
               INVALID KEY
                   DISPLAY "ERROR: ROUTE NOT FOUND - " WS-ROUTE
               NOT INVALID KEY
                   DISPLAY ROUTE-CODE " - " ROUTE-DESCRIPTION
                   PERFORM CAPTURE-DELIVERY-CHARGES
           END-READ.

       CAPTURE-DELIVERY-CHARGES.
           MOVE WS-ROUTE TO DC-ROUTE-CODE.
           READ DELCHG-FILE
               INVALID KEY
                   MOVE "N" TO WS-CHARGE-ON-FILE
                   MOVE ZERO TO DC-FLAT-FEE DC-FREE-OVER
                      DC-CASE-CHARGE DC-ROUTE-COST
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHARGE-ON-FILE
           END-READ.
           DISPLAY "CURRENT FLAT FEE: " DC-FLAT-FEE
              " FREE OVER: " DC-FREE-OVER.
           DISPLAY "CURRENT PER-CASE SURCHARGE: " DC-CASE-CHARGE
              " DAILY ROUTE COST: " DC-ROUTE-COST.
           DISPLAY "FLAT DELIVERY FEE (99999V99): " WITH NO ADVANCING.
           ACCEPT DC-FLAT-FEE.
           DISPLAY "FREE DELIVERY OVER (9999999V99, 0 = NEVER): "
              WITH NO ADVANCING.
           ACCEPT DC-FREE-OVER.
           DISPLAY "SURCHARGE PER FULL CASE (999V99): "
              WITH NO ADVANCING.
           ACCEPT DC-CASE-CHARGE.
           DISPLAY "ROUTE RUNNING COST PER DAY (9999999V99): "
              WITH NO ADVANCING.
           ACCEPT DC-ROUTE-COST.
           IF WS-CHARGE-IS-ON-FILE
               REWRITE DELCHG-RECORD
                   INVALID KEY
                       DISPLAY "ERROR UPDATING DELCHG.DAT: "
                          FS-DELCHG
                       MOVE "ROUTE-ENTRY" TO ERP-PROGRAM
                       MOVE "CAPTURE-DELIVERY-CHARGES" TO ERP-PARAGRAPH
                       MOVE "DELCHG.DAT" TO ERP-FILE
                       MOVE "REWRITE" TO ERP-OPERATION
                       MOVE FS-DELCHG TO ERP-STATUS
                       MOVE DC-ROUTE-CODE TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       DISPLAY "DELIVERY CHARGES UPDATED"
               END-REWRITE
           ELSE
               WRITE DELCHG-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING DELCHG.DAT: " FS-DELCHG
                       MOVE "ROUTE-ENTRY" TO ERP-PROGRAM
                       MOVE "CAPTURE-DELIVERY-CHARGES" TO ERP-PARAGRAPH
                       MOVE "DELCHG.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-DELCHG TO ERP-STATUS
                       MOVE DC-ROUTE-CODE TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       DISPLAY "DELIVERY CHARGES RECORDED"
               END-WRITE
           END-IF.

       TERMINATE-FILES.
           CLOSE ROUTE-FILE.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE DELCHG-FILE.
           DISPLAY "PROGRAM FINISHED.".
