      *          carrying it, and shows the product, status, receipt
      *          PO, and - for sold units - the sale number, sale
      *          date, and the buying customer's name and phone from
      *          clientes.idx. Sold units also show the warranty
      *          expiry - the sale date plus PROD-WARRANTY-MONTHS from
      *          PRODUCTS.DAT - and whether the unit is still covered.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CLAVE-CLIENTE
               FILE STATUS IS FS-CLIENTES.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERIAL-FILE.
       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-SERIAL            PIC XX.
           88 FS-SERIAL-OK      VALUE "00".
           88 FS-SERIAL-EOF     VALUE "10".
       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".
       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".
       01  WS-SERIAL-NUMBER     PIC X(15).
       01  WS-FOUND-COUNT       PIC 9(3).

       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-MONTH-COUNT       PIC 9(6).
       01  WS-EXPIRY-DATE       PIC 9(8).
       01  WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-DATE.
           05 WS-EXPIRY-YYYY    PIC 9(4).
           05 WS-EXPIRY-MM      PIC 9(2).
           05 WS-EXPIRY-DD      PIC 9(2).

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           IF FS-SERIAL-OK
               DISPLAY " "
           OPEN INPUT SERIAL-FILE.
           IF NOT FS-SERIAL-OK
               DISPLAY "ERROR OPENING SERIAL.DAT: " FS-SERIAL
               MOVE "SERIAL-INQUIRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SERIAL.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SERIAL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "clientes.idx NOT AVAILABLE - CUSTOMER "
                  "NAMES NOT SHOWN"
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "PRODUCTS.DAT NOT AVAILABLE - WARRANTY "
                  "NOT SHOWN"
           END-IF.

       INQUIRE-ONE-SERIAL.
           DISPLAY " ".
               DISPLAY "PRODUCT " SER-PROD-CODE " STATUS "
                  SER-STATUS " RECEIVED " SER-RECEIVE-DATE
                  " ON PO " SER-PO-NUMBER
               IF SER-SOLD OR SER-FAULTY OR SER-AT-REPAIR
                   DISPLAY "SOLD ON SALE " SER-SALE-NUMBER " DATED "
                      SER-SALE-DATE " TO " SER-CLAVE-CLIENTE
                   PERFORM SHOW-CUSTOMER
                   PERFORM SHOW-WARRANTY
               END-IF
               IF SER-FAULTY
                   DISPLAY "RETURNED FAULTY UNDER WARRANTY - IN "
                      "QUARANTINE"
               END-IF
               IF SER-AT-REPAIR
                   DISPLAY "AWAY FOR WARRANTY REPAIR"
               END-IF
           END-IF.
           PERFORM READ-NEXT-SERIAL.
               END-READ
           END-IF.

       SHOW-WARRANTY.
           IF FS-PRODUCTS-OK
               MOVE SER-PROD-CODE TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       MOVE ZERO TO PROD-WARRANTY-MONTHS
               END-READ
               IF PROD-WARRANTY-MONTHS = ZERO
                   DISPLAY "NO WARRANTY ON THIS PRODUCT"
               ELSE
                   PERFORM COMPUTE-WARRANTY-EXPIRY
                   IF WS-EXPIRY-DATE < WS-TODAY-DATE
                       DISPLAY "WARRANTY " PROD-WARRANTY-MONTHS
                          " MONTHS - EXPIRED " WS-EXPIRY-DATE
                   ELSE
                       DISPLAY "WARRANTY " PROD-WARRANTY-MONTHS
                          " MONTHS - COVERED UNTIL " WS-EXPIRY-DATE
                   END-IF
               END-IF
           END-IF.

      * Sale date plus the warranty months, pulled back to the last
      * day of the month when that day does not exist
       COMPUTE-WARRANTY-EXPIRY.
           MOVE SER-SALE-DATE TO WS-EXPIRY-DATE.
           COMPUTE WS-MONTH-COUNT = WS-EXPIRY-YYYY * 12
              + WS-EXPIRY-MM - 1 + PROD-WARRANTY-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-EXPIRY-YYYY
              REMAINDER WS-EXPIRY-MM.
           ADD 1 TO WS-EXPIRY-MM.
           PERFORM UNTIL WS-EXPIRY-DD < 29 OR
              FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRY-DATE) = ZERO
               SUBTRACT 1 FROM WS-EXPIRY-DD
           END-PERFORM.

       CLOSE-FILES.
           IF FS-SERIAL-OK OR FS-SERIAL-EOF
               CLOSE SERIAL-FILE
           IF FS-CLIENTES-OK
               CLOSE ARCHIVO-CLIENTES
           END-IF.
           IF FS-PRODUCTS-OK
               CLOSE PRODUCTS-FILE
           END-IF.
