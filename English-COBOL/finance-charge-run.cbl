      * Author:
      * Date:
      * Purpose: Month-end finance charges on overdue account
      *          balances. Ages each customer's open items on
      *          ARITEM.DAT the way AR-AGING-REPORT does, open credits
      *          and unapplied cash taken off the oldest debits first,
      *          applies a keyed monthly rate to the portion past 30
      *          days, honors a
      *          minimum-charge floor and the CLIENTE-FIN-EXENTO
      *          exempt flag (an exempt maintenance mode toggles the
      *          flag), posts each charge as an account-tender
      *          VENTAS-RECORD of type F under the FINCH pseudo
      *          product - so CUSTOMER-STATEMENTS and
      *          AR-BALANCE-INQUIRY carry it naturally - adds it to
      *          CLIENTE-SALDO, opens it as an F item through
      *          AR-ITEM-WRITER, and prints the FINCHG.PRT register
      *          of charges assessed. Stores linked to a parent
      *          account are aged together with it and the charge is
      *          posted to the parent.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT ARITEM-FILE ASSIGN TO "ARITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARI-KEY
               FILE STATUS IS FS-ARITEM.

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
               ORGANIZATION IS INDEXED
       FD  VENTAS-FILE.
       COPY VENTAS-RECORD.

       FD  ARITEM-FILE.
       COPY ARITEM-RECORD.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.
           88 FS-VENTAS-OK      VALUE "00".
           88 FS-VENTAS-EOF     VALUE "10".

       01  FS-ARITEM            PIC XX.
           88 FS-ARITEM-OK      VALUE "00".
           88 FS-ARITEM-EOF     VALUE "10".

       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".
           88 FS-CLIENTES-EOF   VALUE "10".

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
               10 WS-AGE-90       PIC S9(9)V99.
               10 WS-AGE-PAYMENTS PIC 9(9)V99.
       01  WS-AGING-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 500 TIMES INDEXED BY WS-LNK-IDX.
               10 WS-LINK-CHILD   PIC X(10).
               10 WS-LINK-PARENT  PIC X(10).
       01  WS-LINK-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-GROUP-CODE        PIC X(10).
       01  WS-FOUND-FLAG        PIC X VALUE "N".
           88 WS-FOUND          VALUE "Y".

       01  WS-AMOUNT-EDIT       PIC -,---,--9.99.
       01  WS-CHARGE-EDIT       PIC ZZ,ZZ9.99.
       01  WS-FIN-PROD-CODE     PIC X(5) VALUE "FINCH".
       01  WS-ARI-TYPE          PIC X VALUE "F".
       01  WS-ARI-TICKET        PIC 9(6) VALUE ZERO.
       01  WS-ARI-AMOUNT        PIC 9(9)V99.
       01  WS-ARI-RESULT        PIC X.

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "FINANCE-CHARGE-RUN" TO ERP-PROGRAM
               MOVE "MAINTAIN-EXEMPT-FLAG" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
                       INVALID KEY
                           DISPLAY "ERROR UPDATING CUSTOMER: "
                              FS-CLIENTES
                           MOVE "FINANCE-CHARGE-RUN" TO ERP-PROGRAM
                           MOVE "MAINTAIN-EXEMPT-FLAG" TO ERP-PARAGRAPH
                           MOVE "clientes.idx" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CLIENTES TO ERP-STATUS
                           MOVE CLAVE-CLIENTE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE
           COMPUTE WS-MINIMUM-CHARGE =
              FUNCTION NUMVAL(WS-MINIMUM-ENTRY).
           PERFORM OPEN-FILES.
           IF FS-VENTAS-OK AND FS-ARITEM-OK AND FS-CLIENTES-OK
              AND FS-REGISTER-OK
               PERFORM ENSURE-CHARGE-PRODUCT
               PERFORM LOAD-GROUP-LINKS
               PERFORM BUILD-AGING-TABLE
               PERFORM APPLY-PAYMENTS
               PERFORM WRITE-REGISTER-HEADER
               DISPLAY "TOTAL CHARGED:    " WS-AMOUNT-EDIT
               DISPLAY "REGISTER ON FINCHG.PRT"
           ELSE
               IF FS-ARITEM-OK
                   CLOSE ARITEM-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           OPEN I-O VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "FINANCE-CHARGE-RUN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARITEM-FILE.
           IF NOT FS-ARITEM-OK
               DISPLAY "ERROR OPENING ARITEM.DAT: " FS-ARITEM
               MOVE "FINANCE-CHARGE-RUN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "ARITEM.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARITEM TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "FINANCE-CHARGE-RUN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "FINANCE-CHARGE-RUN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           IF NOT FS-REGISTER-OK
               DISPLAY "ERROR CREATING FINCHG.PRT: " FS-REGISTER
               MOVE "FINANCE-CHARGE-RUN" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "FINCHG.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-REGISTER TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       ENSURE-CHARGE-PRODUCT.
                       MOVE "FINANCE CHARGE" TO PROD-NAME
                       MOVE ZERO TO PROD-PRICE PROD-COST PROD-STOCK
                          PROD-UNITS-PER-CASE PROD-LAST-COUNTED
                          PROD-MIN-AGE PROD-DAILY-LIMIT
                          PROD-QUARANTINE PROD-WARRANTY-MONTHS
                       MOVE "FIN " TO PROD-CATEGORY
                       MOVE SPACES TO PROD-SUPPLIER-CODE PROD-UPC
                          PROD-FEE-CODE
                       MOVE "E" TO PROD-TAX-CLASS
                       SET PROD-ACTIVE TO TRUE
                       MOVE "N" TO PROD-SERIALIZED
                       MOVE "N" TO PROD-CONSIGNMENT
                       MOVE "C" TO PROD-ABC-CLASS
                       MOVE "N" TO PROD-RESTRICTION
                       WRITE PRODUCTS-RECORD
                           INVALID KEY
                               DISPLAY "ERROR CREATING FINCH "
                                  "PRODUCT: " FS-PRODUCTS
                               MOVE "FINANCE-CHARGE-RUN" TO ERP-PROGRAM
                               MOVE "ENSURE-CHARGE-PRODUCT"
                                  TO ERP-PARAGRAPH
                               MOVE "PRODUCTS.DAT" TO ERP-FILE
                               MOVE "OPEN" TO ERP-OPERATION
                               MOVE FS-PRODUCTS TO ERP-STATUS
                               MOVE SPACES TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               DISPLAY "FINCH PSEUDO PRODUCT "
                                  "CREATED FOR STATEMENT LINES"
           END-IF.

       BUILD-AGING-TABLE.
           PERFORM READ-NEXT-ITEM.
           PERFORM AGE-ONE-ITEM UNTIL FS-ARITEM-EOF.
           CLOSE ARITEM-FILE.

       READ-NEXT-ITEM.
           READ ARITEM-FILE NEXT RECORD
               AT END
                   SET FS-ARITEM-EOF TO TRUE
           END-READ.

       AGE-ONE-ITEM.
           IF ARI-OPEN AND ARI-OPEN-AMOUNT > ZERO
               PERFORM RESOLVE-GROUP-CODE
               PERFORM FIND-AGING-ENTRY
               IF ARI-CREDIT-ITEM
                   ADD ARI-OPEN-AMOUNT TO WS-AGE-PAYMENTS (WS-IDX)
               ELSE
                   MOVE ARI-OPEN-AMOUNT TO WS-LINE-AMOUNT
                   COMPUTE WS-SALE-AGE = WS-TODAY-INTEGER -
                      FUNCTION INTEGER-OF-DATE(ARI-FECHA)
                   EVALUATE TRUE
                       WHEN WS-SALE-AGE < 30
                           ADD WS-LINE-AMOUNT
                              TO WS-AGE-CURRENT (WS-IDX)
                       WHEN WS-SALE-AGE < 60
                           ADD WS-LINE-AMOUNT TO WS-AGE-30 (WS-IDX)
                       WHEN WS-SALE-AGE < 90
                           ADD WS-LINE-AMOUNT TO WS-AGE-60 (WS-IDX)
                       WHEN OTHER
                           ADD WS-LINE-AMOUNT TO WS-AGE-90 (WS-IDX)
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM READ-NEXT-ITEM.

      * Stores linked to a head office account are aged, dunned
      * and charged under the parent's key
       LOAD-GROUP-LINKS.
           MOVE LOW-VALUES TO CLAVE-CLIENTE.
           START ARCHIVO-CLIENTES KEY IS NOT LESS THAN CLAVE-CLIENTE
               INVALID KEY
                   SET FS-CLIENTES-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM LOAD-ONE-LINK UNTIL FS-CLIENTES-EOF.

       READ-NEXT-CUSTOMER.
           IF NOT FS-CLIENTES-EOF
               READ ARCHIVO-CLIENTES NEXT RECORD
                   AT END
                       SET FS-CLIENTES-EOF TO TRUE
               END-READ
           END-IF.

       LOAD-ONE-LINK.
           IF CLIENTE-PADRE NOT = SPACES
               IF WS-LINK-COUNT < 500
                   ADD 1 TO WS-LINK-COUNT
                   MOVE CLAVE-CLIENTE TO WS-LINK-CHILD (WS-LINK-COUNT)
                   MOVE CLIENTE-PADRE
                      TO WS-LINK-PARENT (WS-LINK-COUNT)
               ELSE
                   DISPLAY "GROUP TABLE FULL - " CLAVE-CLIENTE
                      " HANDLED ON ITS OWN ACCOUNT"
               END-IF
           END-IF.
           PERFORM READ-NEXT-CUSTOMER.

       RESOLVE-GROUP-CODE.
           MOVE ARI-CLAVE-CLIENTE TO WS-GROUP-CODE.
           PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
              UNTIL WS-LNK-IDX > WS-LINK-COUNT
               IF WS-LINK-CHILD (WS-LNK-IDX) = ARI-CLAVE-CLIENTE
                   MOVE WS-LINK-PARENT (WS-LNK-IDX) TO WS-GROUP-CODE
               END-IF
           END-PERFORM.

       FIND-AGING-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-AGING-COUNT OR WS-FOUND
               IF WS-AGE-CLIENTE (WS-IDX) = WS-GROUP-CODE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           ELSE
               ADD 1 TO WS-AGING-COUNT
               MOVE WS-AGING-COUNT TO WS-IDX
               MOVE WS-GROUP-CODE TO WS-AGE-CLIENTE (WS-IDX)
               MOVE ZERO TO WS-AGE-CURRENT (WS-IDX)
                  WS-AGE-30 (WS-IDX) WS-AGE-60 (WS-IDX)
                  WS-AGE-90 (WS-IDX) WS-AGE-PAYMENTS (WS-IDX)
           END-IF.

       APPLY-PAYMENTS.
           PERFORM APPLY-PAYMENTS-TO-BUCKETS
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-AGING-COUNT.

       APPLY-PAYMENTS-TO-BUCKETS.
           MOVE WS-AGE-PAYMENTS (WS-IDX) TO WS-REMAINING-PAY.
           IF WS-REMAINING-PAY > ZERO
           MOVE ZERO TO VENTA-OPERADOR.
           MOVE ZERO TO VENTA-QTY-RETURNED.
           MOVE SPACE TO VENTA-REVERSED.
           MOVE SPACES TO VENTA-BRANCH.
           MOVE SPACE TO VENTA-PRICE-SOURCE.
           MOVE ZERO TO VENTA-LIST-PRICE.
           WRITE VENTAS-RECORD
               INVALID KEY
                   DISPLAY "ERROR POSTING CHARGE FOR "
                      WS-CUSTOMER-CODE ": " FS-VENTAS
                   MOVE "FINANCE-CHARGE-RUN" TO ERP-PROGRAM
                   MOVE "POST-ONE-CHARGE" TO ERP-PARAGRAPH
                   MOVE "SELLS.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-VENTAS TO ERP-STATUS
                   MOVE VENTA-NUMERO TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-CHARGED-COUNT
                   ADD WS-CHARGE-AMOUNT TO WS-CHARGES-TOTAL
                       INVALID KEY
                           DISPLAY "ERROR UPDATING BALANCE: "
                              FS-CLIENTES
                           MOVE "FINANCE-CHARGE-RUN" TO ERP-PROGRAM
                           MOVE "POST-ONE-CHARGE" TO ERP-PARAGRAPH
                           MOVE "clientes.idx" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CLIENTES TO ERP-STATUS
                           MOVE CLAVE-CLIENTE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE
                   PERFORM ADD-CHARGE-ITEM
                   PERFORM WRITE-REGISTER-LINE
           END-WRITE.

       ADD-CHARGE-ITEM.
           MOVE WS-CHARGE-AMOUNT TO WS-ARI-AMOUNT.
           CALL "AR-ITEM-WRITER" USING WS-CUSTOMER-CODE WS-ARI-TYPE
              WS-TODAY-DATE WS-ARI-TICKET WS-SALE-NUMBER
              WS-ARI-AMOUNT WS-ARI-RESULT.
           IF WS-ARI-RESULT NOT = "Y"
               DISPLAY "WARNING: OPEN ITEM NOT RECORDED FOR "
                  WS-CUSTOMER-CODE
           END-IF.

       GET-NEXT-SALE-NUMBER.
           OPEN INPUT SALE-CONTROL-FILE.
           IF FS-SALE-CONTROL-OK

       CLOSE-FILES.
           CLOSE VENTAS-FILE.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE PRODUCTS-FILE.
           IF FS-REGISTER-OK
               CLOSE REGISTER-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "FINCHG.PRT" TO RAP-REPORT-FILE.
           MOVE "FINANCE-CHARGE-RUN" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           STRING "RATE " DELIMITED BY SIZE
                  WS-RATE-ENTRY DELIMITED BY SIZE
                  " MINIMUM " DELIMITED BY SIZE
                  WS-MINIMUM-ENTRY DELIMITED BY SIZE
                  INTO RAP-PARAMETERS
           END-STRING.
           MOVE ZERO TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
