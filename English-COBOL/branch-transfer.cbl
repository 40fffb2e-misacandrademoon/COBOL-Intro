      *          with an in-transit state - shipping moves quantity
      *          out of the sending branch into the receiving
      *          branch's in-transit bucket, and receiving moves it
      *          from in-transit into that branch's stock. Every
      *          shipment is a numbered transfer (XFERCTL.DAT) with a
      *          header on XFERHDR.DAT and one XFERLINE.DAT line per
      *          product, and a waybill is written to WAYBILL.TXT to
      *          travel with the goods. The receiving branch books
      *          the transfer in by number, line by line, giving the
      *          quantity that arrived in good order and how much of
      *          the rest came in damaged; only good units go into
      *          branch stock. Short and damaged quantities are
      *          written to XFERDISC.DAT for investigation and the
      *          transfer is closed as received with discrepancy.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

           SELECT XFERHDR-FILE ASSIGN TO "XFERHDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XH-NUMBER
               FILE STATUS IS FS-XFERHDR.

           SELECT XFERLINE-FILE ASSIGN TO "XFERLINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XL-KEY
               FILE STATUS IS FS-XFERLINE.

           SELECT XFER-CONTROL-FILE ASSIGN TO "XFERCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-XFER-CONTROL.

           SELECT XFERDISC-FILE ASSIGN TO "XFERDISC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-XFERDISC.

           SELECT WAYBILL-FILE ASSIGN TO "WAYBILL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WAYBILL.

           SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SIGNON.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-STOCK-FILE.
       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  XFERHDR-FILE.
       COPY XFERHDR-RECORD.

       FD  XFERLINE-FILE.
       COPY XFERLINE-RECORD.

       FD  XFER-CONTROL-FILE.
       01  XFER-CONTROL-RECORD.
           05 XFCTL-LAST-NUMBER  PIC 9(06).

       FD  XFERDISC-FILE.
       COPY XFERDISC-RECORD.

       FD  WAYBILL-FILE.
       01  WAYBILL-LINE          PIC X(80).

       FD  SIGNON-FILE.
       COPY SIGNON-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-BRANCH-STOCK      PIC XX.
           88 FS-OK             VALUE "00".

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".
       01  FS-XFERHDR           PIC XX.
           88 FS-XFERHDR-OK     VALUE "00".
           88 FS-XFERHDR-NOT-EXIST VALUE "35".
       01  FS-XFERLINE          PIC XX.
           88 FS-XFERLINE-OK    VALUE "00".
           88 FS-XFERLINE-EOF   VALUE "10".
           88 FS-XFERLINE-NOT-EXIST VALUE "35".
       01  FS-XFER-CONTROL      PIC XX.
           88 FS-XFER-CONTROL-OK VALUE "00".
       01  FS-XFERDISC          PIC XX.
           88 FS-XFERDISC-OK    VALUE "00".
           88 FS-XFERDISC-NOT-EXIST VALUE "35".
       01  FS-WAYBILL           PIC XX.
           88 FS-WAYBILL-OK     VALUE "00".
       01  FS-SIGNON            PIC XX.
           88 FS-SIGNON-OK      VALUE "00".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".
       01  WS-ACTION            PIC X.
           88 WS-ACTION-SHIP    VALUE "S", "s".
           88 WS-ACTION-RECEIVE VALUE "R", "r".
           88 WS-ACTION-WAYBILL VALUE "W", "w".
           88 WS-ACTION-ADD     VALUE "A", "a".

       01  WS-PROD-CODE         PIC X(5).
       01  WS-SHIP-OK           PIC X.
           88 WS-SHIP-SUCCEEDED VALUE "Y".

       01  WS-OPERATOR-ID       PIC 9(5) VALUE ZERO.
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-XFER-NUMBER       PIC 9(6).
       01  WS-LINE-COUNT        PIC 9(3).
       01  WS-UNITS-SHIPPED     PIC 9(7).
       01  WS-CARRIER           PIC X(20).
       01  WS-MORE-LINES        PIC X.
           88 WS-NO-MORE-LINES  VALUE "N".

       01  WS-QTY-GOOD          PIC 9(5).
       01  WS-QTY-DAMAGED       PIC 9(5).
       01  WS-QTY-SHORT         PIC 9(5).
       01  WS-QTY-MISSING       PIC 9(5).
       01  WS-QTY-VALID         PIC X.
           88 WS-QTY-IS-VALID   VALUE "Y".
       01  WS-DISC-NOTE         PIC X(30).
       01  WS-DISC-LINES        PIC 9(3).
       01  WS-UNITS-GOOD        PIC 9(7).

       01  WS-WAYBILL-NAME      PIC X(20).
       01  WS-WAYBILL-QTY       PIC ZZ,ZZ9.
       01  WS-WAYBILL-UNITS     PIC Z,ZZZ,ZZ9.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILES.
           IF FS-OK AND FS-PRODUCTS-OK AND FS-XFERHDR-OK
              AND FS-XFERLINE-OK
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM READ-SIGNON-SESSION
               PERFORM PROCESS-MENU UNTIL NOT WS-YES
           END-IF.
           PERFORM TERMINATE-FILES.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING BRANCHSTK.DAT: "
                  FS-BRANCH-STOCK
               MOVE "BRANCH-TRANSFER" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "BRANCHSTK.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-BRANCH-STOCK TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "BRANCH-TRANSFER" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O XFERHDR-FILE.
           IF FS-XFERHDR-NOT-EXIST
               OPEN OUTPUT XFERHDR-FILE
               CLOSE XFERHDR-FILE
               OPEN I-O XFERHDR-FILE
           END-IF.
           IF NOT FS-XFERHDR-OK
               DISPLAY "ERROR OPENING XFERHDR.DAT: " FS-XFERHDR
               MOVE "BRANCH-TRANSFER" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "XFERHDR.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-XFERHDR TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN I-O XFERLINE-FILE.
           IF FS-XFERLINE-NOT-EXIST
               OPEN OUTPUT XFERLINE-FILE
               CLOSE XFERLINE-FILE
               OPEN I-O XFERLINE-FILE
           END-IF.
           IF NOT FS-XFERLINE-OK
               DISPLAY "ERROR OPENING XFERLINE.DAT: " FS-XFERLINE
               MOVE "BRANCH-TRANSFER" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "XFERLINE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-XFERLINE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND XFERDISC-FILE.
           IF FS-XFERDISC-NOT-EXIST
               OPEN OUTPUT XFERDISC-FILE
           END-IF.
           IF NOT FS-XFERDISC-OK
               DISPLAY "ERROR OPENING XFERDISC.DAT: " FS-XFERDISC
               MOVE "BRANCH-TRANSFER" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "XFERDISC.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-XFERDISC TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-SIGNON-SESSION.
           OPEN INPUT SIGNON-FILE.
           IF FS-SIGNON-OK
               READ SIGNON-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SIGNON-OPER-ID TO WS-OPERATOR-ID
               END-READ
               CLOSE SIGNON-FILE
           END-IF.

       PROCESS-MENU.
           DISPLAY " ".
           DISPLAY "INTER-BRANCH TRANSFER".
           DISPLAY "S - SHIP | R - RECEIVE TRANSFER | "
              "W - REPRINT WAYBILL | A - ADD BRANCH STOCK".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
                   PERFORM SHIP-TRANSFER
               WHEN WS-ACTION-RECEIVE
                   PERFORM RECEIVE-TRANSFER
               WHEN WS-ACTION-WAYBILL
                   PERFORM REPRINT-WAYBILL
               WHEN WS-ACTION-ADD
                   PERFORM ADD-BRANCH-STOCK
               WHEN OTHER
              WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

      * One transfer per shipment - the number is taken when the
      * first line ships, so an abandoned entry uses no number
       SHIP-TRANSFER.
           DISPLAY "FROM BRANCH (2 characters): "
              WITH NO ADVANCING.
           ACCEPT WS-FROM-BRANCH.
           DISPLAY "TO BRANCH (2 characters): "
              WITH NO ADVANCING.
           ACCEPT WS-TO-BRANCH.
           IF WS-FROM-BRANCH = WS-TO-BRANCH
               DISPLAY "FROM AND TO BRANCH MUST DIFFER"
           ELSE
               DISPLAY "CARRIER / VEHICLE (BLANK IF NONE): "
                  WITH NO ADVANCING
               MOVE SPACES TO WS-CARRIER
               ACCEPT WS-CARRIER
               MOVE ZERO TO WS-XFER-NUMBER WS-LINE-COUNT
                  WS-UNITS-SHIPPED
               MOVE "Y" TO WS-MORE-LINES
               PERFORM SHIP-ONE-LINE
                  UNTIL WS-NO-MORE-LINES OR WS-LINE-COUNT = 999
               IF WS-LINE-COUNT = ZERO
                   DISPLAY "NOTHING SHIPPED - NO TRANSFER RECORDED"
               ELSE
                   PERFORM WRITE-TRANSFER-HEADER
                   PERFORM PRINT-WAYBILL
               END-IF
           END-IF.

       SHIP-ONE-LINE.
           DISPLAY "PRODUCT CODE (BLANK TO FINISH): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-PROD-CODE.
           ACCEPT WS-PROD-CODE.
           IF WS-PROD-CODE = SPACES
               MOVE "N" TO WS-MORE-LINES
           ELSE
               PERFORM READ-TRANSFER-PRODUCT
               IF FS-PRODUCTS-OK
                   DISPLAY "QUANTITY (5 digits): " WITH NO ADVANCING
                   ACCEPT WS-QTY
                   IF WS-QTY = ZERO
                       DISPLAY "INVALID QUANTITY"
                   ELSE
                       PERFORM DEBIT-FROM-BRANCH
                       IF WS-SHIP-SUCCEEDED
                           PERFORM CREDIT-IN-TRANSIT
                       END-IF
                       IF WS-SHIP-SUCCEEDED
                           PERFORM WRITE-TRANSFER-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           DISPLAY "PRODUCT CODE (5 characters): "
              WITH NO ADVANCING.
           ACCEPT WS-PROD-CODE.
           PERFORM READ-TRANSFER-PRODUCT.

       READ-TRANSFER-PRODUCT.
           MOVE WS-PROD-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                           INVALID KEY
                               DISPLAY "ERROR UPDATING FROM "
                                  "BRANCH: " FS-BRANCH-STOCK
                               MOVE "BRANCH-TRANSFER" TO ERP-PROGRAM
                               MOVE "DEBIT-FROM-BRANCH" TO ERP-PARAGRAPH
                               MOVE "BRANCHSTK.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-BRANCH-STOCK TO ERP-STATUS
                               MOVE BR-KEY TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               MOVE "Y" TO WS-SHIP-OK
                       END-REWRITE
                       INVALID KEY
                           DISPLAY "ERROR CREATING TO BRANCH "
                              "RECORD: " FS-BRANCH-STOCK
                           MOVE "BRANCH-TRANSFER" TO ERP-PROGRAM
                           MOVE "CREDIT-IN-TRANSIT" TO ERP-PARAGRAPH
                           MOVE "BRANCHSTK.DAT" TO ERP-FILE
                           MOVE "OPEN" TO ERP-OPERATION
                           MOVE FS-BRANCH-STOCK TO ERP-STATUS
                           MOVE SPACES TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           PERFORM ROLLBACK-FROM-BRANCH
                       NOT INVALID KEY
                           DISPLAY WS-QTY " OF " WS-PROD-CODE
                       INVALID KEY
                           DISPLAY "ERROR UPDATING TO BRANCH: "
                              FS-BRANCH-STOCK
                           MOVE "BRANCH-TRANSFER" TO ERP-PROGRAM
                           MOVE "CREDIT-IN-TRANSIT" TO ERP-PARAGRAPH
                           MOVE "BRANCHSTK.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-BRANCH-STOCK TO ERP-STATUS
                           MOVE BR-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           PERFORM ROLLBACK-FROM-BRANCH
                       NOT INVALID KEY
                           DISPLAY WS-QTY " OF " WS-PROD-CODE
           END-READ.

       ROLLBACK-FROM-BRANCH.
           MOVE "N" TO WS-SHIP-OK.
           MOVE WS-PROD-CODE TO BR-PROD-CODE.
           MOVE WS-FROM-BRANCH TO BR-BRANCH.
           READ BRANCH-STOCK-FILE
                   END-REWRITE
           END-READ.

       WRITE-TRANSFER-LINE.
           IF WS-XFER-NUMBER = ZERO
               PERFORM GET-NEXT-TRANSFER-NUMBER
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-XFER-NUMBER TO XL-NUMBER.
           MOVE WS-LINE-COUNT TO XL-LINE.
           MOVE WS-PROD-CODE TO XL-PROD-CODE.
           MOVE WS-QTY TO XL-QTY-SHIPPED.
           MOVE ZERO TO XL-QTY-RECEIVED XL-QTY-SHORT XL-QTY-DAMAGED.
           WRITE XFERLINE-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING TRANSFER LINE: "
                      FS-XFERLINE
                   MOVE "BRANCH-TRANSFER" TO ERP-PROGRAM
                   MOVE "WRITE-TRANSFER-LINE" TO ERP-PARAGRAPH
                   MOVE "XFERLINE.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-XFERLINE TO ERP-STATUS
                   MOVE XL-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD WS-QTY TO WS-UNITS-SHIPPED
           END-WRITE.

       WRITE-TRANSFER-HEADER.
           MOVE WS-XFER-NUMBER TO XH-NUMBER.
           MOVE WS-FROM-BRANCH TO XH-FROM-BRANCH.
           MOVE WS-TO-BRANCH TO XH-TO-BRANCH.
           MOVE WS-TODAY-DATE TO XH-SHIP-DATE.
           MOVE ZERO TO XH-RECEIVED-DATE XH-RECV-OPERATOR.
           MOVE WS-LINE-COUNT TO XH-LINE-COUNT.
           MOVE WS-UNITS-SHIPPED TO XH-UNITS-SHIPPED.
           SET XH-IN-TRANSIT TO TRUE.
           MOVE WS-OPERATOR-ID TO XH-SHIP-OPERATOR.
           MOVE WS-CARRIER TO XH-CARRIER.
           WRITE XFERHDR-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING TRANSFER HEADER: "
                      FS-XFERHDR
                   MOVE "BRANCH-TRANSFER" TO ERP-PROGRAM
                   MOVE "WRITE-TRANSFER-HEADER" TO ERP-PARAGRAPH
                   MOVE "XFERHDR.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-XFERHDR TO ERP-STATUS
                   MOVE XH-NUMBER TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   DISPLAY "TRANSFER " XH-NUMBER " SHIPPED: "
                      XH-LINE-COUNT " LINE(S), " XH-UNITS-SHIPPED
                      " UNIT(S) TO " XH-TO-BRANCH
           END-WRITE.

       GET-NEXT-TRANSFER-NUMBER.
           OPEN INPUT XFER-CONTROL-FILE.
           IF FS-XFER-CONTROL-OK
               READ XFER-CONTROL-FILE
                   AT END
                       MOVE ZERO TO XFCTL-LAST-NUMBER
               END-READ
               CLOSE XFER-CONTROL-FILE
           ELSE
               MOVE ZERO TO XFCTL-LAST-NUMBER
           END-IF.
           COMPUTE WS-XFER-NUMBER = XFCTL-LAST-NUMBER + 1.
           MOVE WS-XFER-NUMBER TO XFCTL-LAST-NUMBER.
           OPEN OUTPUT XFER-CONTROL-FILE.
           WRITE XFER-CONTROL-RECORD.
           CLOSE XFER-CONTROL-FILE.

       REPRINT-WAYBILL.
           DISPLAY "TRANSFER NUMBER (6 digits): " WITH NO ADVANCING.
           ACCEPT WS-XFER-NUMBER.
           MOVE WS-XFER-NUMBER TO XH-NUMBER.
           READ XFERHDR-FILE
               INVALID KEY
                   DISPLAY "TRANSFER NOT FOUND: " WS-XFER-NUMBER
               NOT INVALID KEY
                   PERFORM PRINT-WAYBILL
           END-READ.

      * Waybill for the transfer in XFERHDR-RECORD, one line per
      * product with a blank column for the receiving count
       PRINT-WAYBILL.
           OPEN OUTPUT WAYBILL-FILE.
           IF NOT FS-WAYBILL-OK
               DISPLAY "ERROR CREATING WAYBILL.TXT: " FS-WAYBILL
               MOVE "BRANCH-TRANSFER" TO ERP-PROGRAM
               MOVE "PRINT-WAYBILL" TO ERP-PARAGRAPH
               MOVE "WAYBILL.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-WAYBILL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               MOVE ALL "=" TO WAYBILL-LINE
               WRITE WAYBILL-LINE
               MOVE SPACES TO WAYBILL-LINE
               STRING "INTER-BRANCH TRANSFER WAYBILL" DELIMITED BY SIZE
                  "                 TRANSFER " DELIMITED BY SIZE
                  XH-NUMBER DELIMITED BY SIZE
                  INTO WAYBILL-LINE
               END-STRING
               WRITE WAYBILL-LINE
               MOVE SPACES TO WAYBILL-LINE
               STRING "FROM BRANCH: " DELIMITED BY SIZE
                  XH-FROM-BRANCH DELIMITED BY SIZE
                  "    TO BRANCH: " DELIMITED BY SIZE
                  XH-TO-BRANCH DELIMITED BY SIZE
                  "    SHIPPED: " DELIMITED BY SIZE
                  XH-SHIP-DATE DELIMITED BY SIZE
                  INTO WAYBILL-LINE
               END-STRING
               WRITE WAYBILL-LINE
               MOVE SPACES TO WAYBILL-LINE
               STRING "CARRIER: " DELIMITED BY SIZE
                  XH-CARRIER DELIMITED BY SIZE
                  "  SHIPPED BY OPERATOR: " DELIMITED BY SIZE
                  XH-SHIP-OPERATOR DELIMITED BY SIZE
                  INTO WAYBILL-LINE
               END-STRING
               WRITE WAYBILL-LINE
               MOVE ALL "-" TO WAYBILL-LINE
               WRITE WAYBILL-LINE
               MOVE "LINE  PRODUCT  DESCRIPTION            SHIPPED"
                  TO WAYBILL-LINE
               MOVE "RECEIVED   DAMAGED" TO WAYBILL-LINE (50:18)
               WRITE WAYBILL-LINE
               MOVE XH-NUMBER TO XL-NUMBER
               MOVE ZERO TO XL-LINE
               START XFERLINE-FILE KEY IS >= XL-KEY
                   INVALID KEY
                       SET FS-XFERLINE-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-TRANSFER-LINE
               PERFORM PRINT-WAYBILL-LINE UNTIL FS-XFERLINE-EOF
               MOVE "00" TO FS-XFERLINE
               MOVE ALL "-" TO WAYBILL-LINE
               WRITE WAYBILL-LINE
               MOVE XH-UNITS-SHIPPED TO WS-WAYBILL-UNITS
               MOVE SPACES TO WAYBILL-LINE
               STRING "TOTAL UNITS SHIPPED: " DELIMITED BY SIZE
                  WS-WAYBILL-UNITS DELIMITED BY SIZE
                  "   LINES: " DELIMITED BY SIZE
                  XH-LINE-COUNT DELIMITED BY SIZE
                  INTO WAYBILL-LINE
               END-STRING
               WRITE WAYBILL-LINE
               MOVE SPACES TO WAYBILL-LINE
               WRITE WAYBILL-LINE
               MOVE "DISPATCHED BY: ______________    RECEIVED BY: "
                  TO WAYBILL-LINE
               MOVE "______________  DATE: ________"
                  TO WAYBILL-LINE (47:30)
               WRITE WAYBILL-LINE
               MOVE ALL "=" TO WAYBILL-LINE
               WRITE WAYBILL-LINE
               CLOSE WAYBILL-FILE
               DISPLAY "WAYBILL FOR TRANSFER " XH-NUMBER
                  " WRITTEN TO WAYBILL.TXT"
           END-IF.

       READ-NEXT-TRANSFER-LINE.
           READ XFERLINE-FILE NEXT RECORD
               AT END
                   SET FS-XFERLINE-EOF TO TRUE
           END-READ.
           IF NOT FS-XFERLINE-EOF
               IF XL-NUMBER NOT = XH-NUMBER
                   SET FS-XFERLINE-EOF TO TRUE
               END-IF
           END-IF.

       PRINT-WAYBILL-LINE.
           MOVE XL-PROD-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO WS-WAYBILL-NAME
               NOT INVALID KEY
                   MOVE PROD-NAME TO WS-WAYBILL-NAME
           END-READ.
           MOVE XL-QTY-SHIPPED TO WS-WAYBILL-QTY.
           MOVE SPACES TO WAYBILL-LINE.
           STRING XL-LINE DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              XL-PROD-CODE DELIMITED BY SIZE
              "    " DELIMITED BY SIZE
              WS-WAYBILL-NAME DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-WAYBILL-QTY DELIMITED BY SIZE
              "   ________  ________" DELIMITED BY SIZE
              INTO WAYBILL-LINE
           END-STRING.
           WRITE WAYBILL-LINE.
           PERFORM READ-NEXT-TRANSFER-LINE.

      * Books a transfer in at the receiving branch line by line;
      * what did not arrive in good order is split into damaged and
      * short and both go to XFERDISC.DAT
       RECEIVE-TRANSFER.
           DISPLAY "TRANSFER NUMBER (6 digits): " WITH NO ADVANCING.
           ACCEPT WS-XFER-NUMBER.
           MOVE WS-XFER-NUMBER TO XH-NUMBER.
           READ XFERHDR-FILE
               INVALID KEY
                   DISPLAY "TRANSFER NOT FOUND: " WS-XFER-NUMBER
               NOT INVALID KEY
                   IF XH-IN-TRANSIT
                       PERFORM RECEIVE-TRANSFER-LINES
                   ELSE
                       DISPLAY "TRANSFER " XH-NUMBER
                          " ALREADY RECEIVED ON " XH-RECEIVED-DATE
                   END-IF
           END-READ.

       RECEIVE-TRANSFER-LINES.
           DISPLAY "TRANSFER " XH-NUMBER " FROM " XH-FROM-BRANCH
              " TO " XH-TO-BRANCH " SHIPPED " XH-SHIP-DATE " - "
              XH-LINE-COUNT " LINE(S)".
           MOVE ZERO TO WS-DISC-LINES WS-UNITS-GOOD.
           MOVE XH-NUMBER TO XL-NUMBER.
           MOVE ZERO TO XL-LINE.
           START XFERLINE-FILE KEY IS >= XL-KEY
               INVALID KEY
                   SET FS-XFERLINE-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-TRANSFER-LINE.
           PERFORM RECEIVE-ONE-LINE UNTIL FS-XFERLINE-EOF.
           MOVE "00" TO FS-XFERLINE.
           MOVE WS-TODAY-DATE TO XH-RECEIVED-DATE.
           MOVE WS-OPERATOR-ID TO XH-RECV-OPERATOR.
           IF WS-DISC-LINES > ZERO
               SET XH-DISCREPANCY TO TRUE
           ELSE
               SET XH-RECEIVED TO TRUE
           END-IF.
           REWRITE XFERHDR-RECORD
               INVALID KEY
                   DISPLAY "ERROR CLOSING TRANSFER: " FS-XFERHDR
                   MOVE "BRANCH-TRANSFER" TO ERP-PROGRAM
                   MOVE "RECEIVE-TRANSFER-LINES" TO ERP-PARAGRAPH
                   MOVE "XFERHDR.DAT" TO ERP-FILE
                   MOVE "CLOSE" TO ERP-OPERATION
                   MOVE FS-XFERHDR TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   DISPLAY "TRANSFER " XH-NUMBER " RECEIVED: "
                      WS-UNITS-GOOD " UNIT(S) INTO STOCK AT "
                      XH-TO-BRANCH
           END-REWRITE.
           IF WS-DISC-LINES > ZERO
               DISPLAY WS-DISC-LINES " LINE(S) SHORT OR DAMAGED - "
                  "WRITTEN TO XFERDISC.DAT FOR INVESTIGATION"
           END-IF.

       RECEIVE-ONE-LINE.
           DISPLAY "LINE " XL-LINE " " XL-PROD-CODE " SHIPPED "
              XL-QTY-SHIPPED.
           MOVE "N" TO WS-QTY-VALID.
           PERFORM UNTIL WS-QTY-IS-VALID
               DISPLAY "  QUANTITY RECEIVED IN GOOD ORDER: "
                  WITH NO ADVANCING
               ACCEPT WS-QTY-GOOD
               IF WS-QTY-GOOD > XL-QTY-SHIPPED
                   DISPLAY "  CANNOT EXCEED THE QUANTITY SHIPPED"
               ELSE
                   MOVE "Y" TO WS-QTY-VALID
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-QTY-DAMAGED.
           COMPUTE WS-QTY-MISSING = XL-QTY-SHIPPED - WS-QTY-GOOD.
           IF WS-QTY-MISSING > ZERO
               MOVE "N" TO WS-QTY-VALID
               PERFORM UNTIL WS-QTY-IS-VALID
                   DISPLAY "  OF THE " WS-QTY-MISSING
                      " NOT IN GOOD ORDER, HOW MANY ARRIVED DAMAGED: "
                      WITH NO ADVANCING
                   ACCEPT WS-QTY-DAMAGED
                   IF WS-QTY-DAMAGED > WS-QTY-MISSING
                       DISPLAY "  CANNOT EXCEED " WS-QTY-MISSING
                   ELSE
                       MOVE "Y" TO WS-QTY-VALID
                   END-IF
               END-PERFORM
               DISPLAY "  NOTE FOR THE INVESTIGATION: "
                  WITH NO ADVANCING
               MOVE SPACES TO WS-DISC-NOTE
               ACCEPT WS-DISC-NOTE
           END-IF.
           COMPUTE WS-QTY-SHORT = WS-QTY-MISSING - WS-QTY-DAMAGED.
           PERFORM POST-RECEIVED-STOCK.
           MOVE WS-QTY-GOOD TO XL-QTY-RECEIVED.
           MOVE WS-QTY-DAMAGED TO XL-QTY-DAMAGED.
           MOVE WS-QTY-SHORT TO XL-QTY-SHORT.
           REWRITE XFERLINE-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING TRANSFER LINE: "
                      FS-XFERLINE
                   MOVE "BRANCH-TRANSFER" TO ERP-PROGRAM
                   MOVE "RECEIVE-ONE-LINE" TO ERP-PARAGRAPH
                   MOVE "XFERLINE.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-XFERLINE TO ERP-STATUS
                   MOVE XL-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-REWRITE.
           ADD WS-QTY-GOOD TO WS-UNITS-GOOD.
           IF WS-QTY-MISSING > ZERO
               ADD 1 TO WS-DISC-LINES
               PERFORM WRITE-DISCREPANCIES
           END-IF.
           PERFORM READ-NEXT-TRANSFER-LINE.

      * The whole shipped quantity leaves in-transit; only the good
      * units go into the receiving branch's stock
       POST-RECEIVED-STOCK.
           MOVE XL-PROD-CODE TO BR-PROD-CODE.
           MOVE XH-TO-BRANCH TO BR-BRANCH.
           READ BRANCH-STOCK-FILE
               INVALID KEY
                   DISPLAY "NO BRANCH STOCK RECORD FOR "
                      XL-PROD-CODE " AT " XH-TO-BRANCH
               NOT INVALID KEY
                   IF BR-IN-TRANSIT < XL-QTY-SHIPPED
                       MOVE ZERO TO BR-IN-TRANSIT
                   ELSE
                       SUBTRACT XL-QTY-SHIPPED FROM BR-IN-TRANSIT
                   END-IF
                   ADD WS-QTY-GOOD TO BR-STOCK
                   REWRITE BRANCH-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-BRANCH-STOCK
                           MOVE "BRANCH-TRANSFER" TO ERP-PROGRAM
                           MOVE "POST-RECEIVED-STOCK" TO ERP-PARAGRAPH
                           MOVE "BRANCHSTK.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-BRANCH-STOCK TO ERP-STATUS
                           MOVE BR-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "  " WS-QTY-GOOD " RECEIVED INTO "
                              XH-TO-BRANCH " - STOCK " BR-STOCK
                   END-REWRITE
           END-READ.

       WRITE-DISCREPANCIES.
           MOVE XL-PROD-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   MOVE ZERO TO PROD-COST
           END-READ.
           MOVE XH-NUMBER TO XD-NUMBER.
           MOVE XL-LINE TO XD-LINE.
           MOVE XL-PROD-CODE TO XD-PROD-CODE.
           MOVE XH-FROM-BRANCH TO XD-FROM-BRANCH.
           MOVE XH-TO-BRANCH TO XD-TO-BRANCH.
           MOVE XH-SHIP-DATE TO XD-SHIP-DATE.
           MOVE WS-TODAY-DATE TO XD-RECEIVED-DATE.
           MOVE PROD-COST TO XD-UNIT-COST.
           MOVE WS-OPERATOR-ID TO XD-OPERATOR.
           MOVE WS-DISC-NOTE TO XD-NOTE.
           IF WS-QTY-SHORT > ZERO AND FS-XFERDISC-OK
               SET XD-SHORT TO TRUE
               MOVE WS-QTY-SHORT TO XD-QUANTITY
               WRITE XFERDISC-RECORD
               DISPLAY "  SHORT " WS-QTY-SHORT " RECORDED"
           END-IF.
           IF WS-QTY-DAMAGED > ZERO AND FS-XFERDISC-OK
               SET XD-DAMAGED TO TRUE
               MOVE WS-QTY-DAMAGED TO XD-QUANTITY
               WRITE XFERDISC-RECORD
               DISPLAY "  DAMAGED " WS-QTY-DAMAGED " RECORDED"
           END-IF.

       ADD-BRANCH-STOCK.
       TERMINATE-FILES.
           CLOSE BRANCH-STOCK-FILE.
           CLOSE PRODUCTS-FILE.
           CLOSE XFERHDR-FILE.
           CLOSE XFERLINE-FILE.
           IF FS-XFERDISC-OK
               CLOSE XFERDISC-FILE
           END-IF.
           DISPLAY "PROGRAM FINISHED.".
