      * Date:
      * Purpose: Maintains SUPPLIERS.DAT (supplier code, name, contact,
      *          lead time) the way PRODUCT-ENTRY maintains the product
      *          master, with the supplier's ordering terms: the
      *          weekdays it takes orders (one Y/N flag per day,
      *          Monday first, blank for any day), its minimum order
      *          value and the order value that earns free freight,
      *          which PO-GENERATE applies when drafting.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 SUPP-NAME          PIC X(25).
           05 SUPP-CONTACT       PIC X(20).
           05 SUPP-LEAD-DAYS     PIC 9(3).
           05 SUPP-ORDER-DAYS    PIC X(7).
           05 SUPP-ORDER-DAY-FLAGS REDEFINES SUPP-ORDER-DAYS.
               10 SUPP-ORDER-DAY  PIC X OCCURS 7 TIMES.
           05 SUPP-MIN-ORDER     PIC 9(7)V99.
           05 SUPP-FREE-FREIGHT  PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  FS-SUPPLIERS         PIC XX.
           88 WS-ACTION-DELETE  VALUE "D", "d".

       01  WS-CODE              PIC X(4).
       01  WS-AMOUNT-EDIT       PIC X(12).
       01  WS-AMOUNT            PIC 9(7)V99.
       01  WS-DAY-SUB           PIC 9.
       01  WS-DAYS-VALID        PIC X.
           88 WS-DAYS-ARE-VALID VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING SUPPLIERS.DAT: " FS-SUPPLIERS
               MOVE "SUPPLIER-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "SUPPLIERS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUPPLIERS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
           ACCEPT SUPP-CONTACT.
           DISPLAY "LEAD TIME IN DAYS (0-999): " WITH NO ADVANCING.
           ACCEPT SUPP-LEAD-DAYS.
           PERFORM GET-ORDERING-TERMS.

           WRITE SUPPLIERS-RECORD
               INVALID KEY
                       WHEN OTHER
                           DISPLAY "ERROR WRITING RECORD: "
                              FS-SUPPLIERS
                           MOVE "SUPPLIER-ENTRY" TO ERP-PROGRAM
                           MOVE "ADD-SUPPLIER" TO ERP-PARAGRAPH
                           MOVE "SUPPLIERS.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-SUPPLIERS TO ERP-STATUS
                           MOVE SUPP-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-EVALUATE
               NOT INVALID KEY
                   DISPLAY "SUPPLIER SUCCESSFULLY REGISTERED"
                   DISPLAY "LEAD TIME IN DAYS (0-999): "
                      WITH NO ADVANCING
                   ACCEPT SUPP-LEAD-DAYS
                   DISPLAY "CURRENT ORDER DAYS (MON-SUN): "
                      SUPP-ORDER-DAYS
                   DISPLAY "CURRENT MINIMUM ORDER: " SUPP-MIN-ORDER
                      " FREE FREIGHT AT: " SUPP-FREE-FREIGHT
                   PERFORM GET-ORDERING-TERMS
                   REWRITE SUPPLIERS-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-SUPPLIERS
                           MOVE "SUPPLIER-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-SUPPLIER" TO ERP-PARAGRAPH
                           MOVE "SUPPLIERS.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-SUPPLIERS TO ERP-STATUS
                           MOVE SUPP-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "SUPPLIER SUCCESSFULLY UPDATED"
                   END-REWRITE
           END-READ.

       GET-ORDERING-TERMS.
           DISPLAY "ORDER DAYS - Y/N FOR MON TO SUN "
              "(ex: YNYNYNN, BLANK = ANY DAY): " WITH NO ADVANCING.
           ACCEPT SUPP-ORDER-DAYS.
           MOVE FUNCTION UPPER-CASE(SUPP-ORDER-DAYS)
              TO SUPP-ORDER-DAYS.
           MOVE "Y" TO WS-DAYS-VALID.
           IF SUPP-ORDER-DAYS NOT = SPACES
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                  UNTIL WS-DAY-SUB > 7
                   IF SUPP-ORDER-DAY (WS-DAY-SUB) NOT = "Y"
                      AND SUPP-ORDER-DAY (WS-DAY-SUB) NOT = "N"
                       MOVE "N" TO WS-DAYS-VALID
                   END-IF
               END-PERFORM
               IF WS-DAYS-ARE-VALID
                  AND SUPP-ORDER-DAYS = "NNNNNNN"
                   MOVE "N" TO WS-DAYS-VALID
               END-IF
           END-IF.
           IF NOT WS-DAYS-ARE-VALID
               DISPLAY "INVALID ORDER DAYS - ANY DAY ASSUMED"
               MOVE SPACES TO SUPP-ORDER-DAYS
           END-IF.
           DISPLAY "MINIMUM ORDER VALUE (0 = NONE): "
              WITH NO ADVANCING.
           PERFORM GET-AMOUNT.
           MOVE WS-AMOUNT TO SUPP-MIN-ORDER.
           DISPLAY "FREE-FREIGHT ORDER VALUE (0 = NONE): "
              WITH NO ADVANCING.
           PERFORM GET-AMOUNT.
           MOVE WS-AMOUNT TO SUPP-FREE-FREIGHT.

       GET-AMOUNT.
           ACCEPT WS-AMOUNT-EDIT.
           IF FUNCTION TEST-NUMVAL(WS-AMOUNT-EDIT) = 0
               AND FUNCTION NUMVAL(WS-AMOUNT-EDIT) >= 0
               AND FUNCTION NUMVAL(WS-AMOUNT-EDIT) <= 9999999.99
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-EDIT)
           ELSE
               MOVE ZERO TO WS-AMOUNT
           END-IF.

       DELETE-SUPPLIER.
           DISPLAY "SUPPLIER CODE TO DELETE: " WITH NO ADVANCING.
           ACCEPT WS-CODE.
