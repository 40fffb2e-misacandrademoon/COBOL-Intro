      *          - groups by the product's tax class, prices the band
      *          with the TAXRATE.DAT rate, and prints net sales, tax
      *          amount, and gross per band with a remittance total
      *          for the tax office. Lines sold to customers holding a
      *          current exemption certificate (TAXEXSAL.DAT) are
      *          taken out of the taxable bands and listed separately
      *          by customer and certificate number.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PERSUM-CONTROL.

           SELECT TAXEXSAL-FILE ASSIGN TO "TAXEXSAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TAXEXSAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS-FILE.
       01  PERSUM-CONTROL-RECORD.
           05 PSCTL-LAST-DATE     PIC 9(08).

       FD  TAXEXSAL-FILE.
       COPY TAXEXSAL-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-VENTAS            PIC XX.
           88 FS-VENTAS-OK      VALUE "00".
           88 FS-PERSUM-EOF     VALUE "10".
       01  FS-PERSUM-CONTROL    PIC XX.
           88 FS-PERSUM-CONTROL-OK VALUE "00".
       01  FS-TAXEXSAL          PIC XX.
           88 FS-TAXEXSAL-OK    VALUE "00".
           88 FS-TAXEXSAL-EOF   VALUE "10".
       01  WS-LAST-SUMMARY-DATE PIC 9(8) VALUE ZERO.
       01  WS-SUMMARY-TO-DATE   PIC 9(8).
       01  WS-DETAIL-FROM-DATE  PIC 9(8).
       01  WS-FOUND-FLAG        PIC X VALUE "N".
           88 WS-FOUND          VALUE "Y".

       01  WS-EXEMPT-TABLE.
           05 WS-EX-ENTRY OCCURS 100 TIMES INDEXED BY WS-XIDX.
               10 WS-EX-CUSTOMER  PIC X(10).
               10 WS-EX-CERTIFICATE PIC X(20).
               10 WS-EX-TYPE      PIC X(1).
               10 WS-EX-NET       PIC S9(11)V99.
       01  WS-EXEMPT-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-EXEMPT      PIC S9(11)V99 VALUE ZERO.

       01  WS-LINE-AMOUNT       PIC S9(11)V99.
       01  WS-BAND-TAX          PIC S9(11)V99.
       01  WS-BAND-GROSS        PIC S9(11)V99.
       01  WS-TAX-EDIT          PIC -,---,---,--9.99.
       01  WS-GROSS-EDIT        PIC -,---,---,--9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           PERFORM OPEN-FILES.
           IF FS-VENTAS-OK AND FS-PRODUCTS-OK AND FS-TAXRATE-OK
               PERFORM BUILD-BAND-TABLE
               PERFORM BUILD-EXEMPT-TABLE
               DISPLAY " "
               DISPLAY "TAX REMITTANCE FOR " WS-REPORT-MONTH
               DISPLAY "TAXABLE SALES BY CLASS"
               DISPLAY "CLASS DESCRIPTION          RATE  "
                  "NET SALES         TAX               GROSS"
               PERFORM PRINT-BAND-LINE
               DISPLAY " "
               MOVE WS-TOTAL-TAX TO WS-TAX-EDIT
               DISPLAY "TOTAL TAX TO REMIT: " WS-TAX-EDIT
               PERFORM PRINT-EXEMPT-SECTION
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "TAX-REMITTANCE-REPORT" TO ERP-PROGRAM
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
               MOVE "TAX-REMITTANCE-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT TAXRATE-FILE.
           IF NOT FS-TAXRATE-OK
               DISPLAY "ERROR OPENING TAXRATE.DAT: " FS-TAXRATE
               MOVE "TAX-REMITTANCE-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "TAXRATE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-TAXRATE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PERSUM-FILE.
           IF NOT FS-PERSUM-OK

       ACCUMULATE-FROM-SUMMARY.
           MOVE WS-FROM-DATE TO PS-DATE.
           MOVE LOW-VALUES TO PS-PROD-CODE PS-TENDER PS-BRANCH.
           START PERSUM-FILE KEY IS >= PS-KEY
               INVALID KEY
                   SET FS-PERSUM-EOF TO TRUE
               AT END
                   SET FS-VENTAS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL FS-VENTAS-EOF OR NOT VENTA-ADDON-LINE
               READ VENTAS-FILE NEXT RECORD
                   AT END
                       SET FS-VENTAS-EOF TO TRUE
               END-READ
           END-PERFORM.
           IF NOT FS-VENTAS-EOF
               IF VENTA-FECHA > WS-TO-DATE
                   SET FS-VENTAS-EOF TO TRUE
               MOVE WS-LINE-AMOUNT TO WS-BAND-NET (WS-BAND-COUNT)
           END-IF.

      * Exempt lines are already inside the band totals built from
      * the summary or the detail, so they are backed out of their
      * tax class here and gathered by customer and certificate
       BUILD-EXEMPT-TABLE.
           OPEN INPUT TAXEXSAL-FILE.
           IF FS-TAXEXSAL-OK
               PERFORM READ-NEXT-EXEMPT-SALE
               PERFORM ACCUMULATE-EXEMPT-SALE UNTIL FS-TAXEXSAL-EOF
               CLOSE TAXEXSAL-FILE
           END-IF.

       READ-NEXT-EXEMPT-SALE.
           READ TAXEXSAL-FILE
               AT END
                   SET FS-TAXEXSAL-EOF TO TRUE
           END-READ.

       ACCUMULATE-EXEMPT-SALE.
           IF TXS-FECHA >= WS-FROM-DATE AND TXS-FECHA <= WS-TO-DATE
               MOVE TXS-TAX-CLASS TO PROD-TAX-CLASS
               COMPUTE WS-LINE-AMOUNT = ZERO - TXS-NET-AMOUNT
               PERFORM ADD-TO-BAND
               ADD TXS-NET-AMOUNT TO WS-TOTAL-EXEMPT
               PERFORM ADD-TO-EXEMPT-TABLE
           END-IF.
           PERFORM READ-NEXT-EXEMPT-SALE.

       ADD-TO-EXEMPT-TABLE.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-XIDX FROM 1 BY 1
              UNTIL WS-XIDX > WS-EXEMPT-COUNT OR WS-FOUND
               IF WS-EX-CUSTOMER (WS-XIDX) = TXS-CLAVE-CLIENTE
                  AND WS-EX-CERTIFICATE (WS-XIDX) = TXS-CERTIFICATE
                   ADD TXS-NET-AMOUNT TO WS-EX-NET (WS-XIDX)
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-EXEMPT-COUNT < 100
                   ADD 1 TO WS-EXEMPT-COUNT
                   MOVE TXS-CLAVE-CLIENTE TO
                      WS-EX-CUSTOMER (WS-EXEMPT-COUNT)
                   MOVE TXS-CERTIFICATE TO
                      WS-EX-CERTIFICATE (WS-EXEMPT-COUNT)
                   MOVE TXS-TYPE TO WS-EX-TYPE (WS-EXEMPT-COUNT)
                   MOVE TXS-NET-AMOUNT TO WS-EX-NET (WS-EXEMPT-COUNT)
               ELSE
                   DISPLAY "EXEMPT TABLE FULL - CERTIFICATE "
                      TXS-CERTIFICATE " IN TOTAL ONLY"
               END-IF
           END-IF.

       PRINT-EXEMPT-SECTION.
           DISPLAY " ".
           DISPLAY "EXEMPT SALES (NO TAX CHARGED)".
           IF WS-EXEMPT-COUNT = ZERO
               DISPLAY "NONE THIS MONTH"
           ELSE
               DISPLAY "CUSTOMER   CERTIFICATE          TYPE  "
                  "NET SALES"
               PERFORM PRINT-EXEMPT-LINE
                  VARYING WS-XIDX FROM 1 BY 1
                  UNTIL WS-XIDX > WS-EXEMPT-COUNT
           END-IF.
           MOVE WS-TOTAL-EXEMPT TO WS-NET-EDIT.
           DISPLAY "TOTAL EXEMPT SALES: " WS-NET-EDIT.

       PRINT-EXEMPT-LINE.
           MOVE WS-EX-NET (WS-XIDX) TO WS-NET-EDIT.
           DISPLAY WS-EX-CUSTOMER (WS-XIDX) " "
              WS-EX-CERTIFICATE (WS-XIDX) " "
              WS-EX-TYPE (WS-XIDX) "     " WS-NET-EDIT.

       PRINT-BAND-LINE.
           MOVE WS-BAND-CLASS (WS-IDX) TO TAX-CLASS.
           READ TAXRATE-FILE
