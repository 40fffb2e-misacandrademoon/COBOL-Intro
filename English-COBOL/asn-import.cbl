      * Author:
      * Date:
      * Purpose: Advance-ship-notice import. Reads the supplier's
      *          shipment file ASNIN.TXT (PO number, line, the
      *          supplier's item number, shipped quantity, ship date),
      *          translates the supplier's item number to our product
      *          through SUPPXREF.DAT, matches each line
      *          against the open PO on PURCHORD.DAT, and pre-stages
      *          the receipt on STAGEDRCV.DAT so RECEIVING starts
      *          from the shipped quantities instead of the clerk
      *          keying every line. Mismatches - unknown PO line,
      *          product disagreement, shipped over ordered - print
      *          on an exception list and are not staged. Lines whose
      *          item number has no cross-reference for the PO's
      *          supplier go to SUSPENSE.DAT for SUSPENSE-REPAIR once
      *          SUPPLIER-XREF-ENTRY has the number on file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PO-KEY
               FILE STATUS IS FS-PURCHORD.

           SELECT SUPPXREF-FILE ASSIGN TO "SUPPXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SXR-KEY
               ALTERNATE RECORD KEY IS SXR-ITEM-KEY
               FILE STATUS IS FS-SUPPXREF.

           SELECT STAGED-FILE ASSIGN TO "STAGEDRCV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  ASN-RECORD.
           05 ASN-PO-NUMBER      PIC 9(6).
           05 ASN-PO-LINE        PIC 9(3).
           05 ASN-SUPP-ITEM      PIC X(15).
           05 ASN-QTY-SHIPPED    PIC 9(5).
           05 ASN-SHIP-DATE      PIC 9(8).

       FD  PURCHORD-FILE.
       COPY PURCHORD-RECORD.

       FD  SUPPXREF-FILE.
       COPY SUPPXREF-RECORD.

       FD  STAGED-FILE.
       COPY STAGED-RECORD.

           88 FS-ASN-EOF        VALUE "10".
       01  FS-PURCHORD          PIC XX.
           88 FS-PURCHORD-OK    VALUE "00".
       01  FS-SUPPXREF          PIC XX.
           88 FS-SUPPXREF-OK    VALUE "00".
           88 FS-SUPPXREF-NOT-EXIST VALUE "35".
       01  FS-STAGED            PIC XX.
           88 FS-STAGED-OK      VALUE "00".
           88 FS-STAGED-NOT-EXIST VALUE "35".
       01  WS-READ-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-STAGED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-SUSPENDED-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-XREF-OPEN         PIC X VALUE "N".
           88 WS-HAVE-XREF      VALUE "Y".
       01  WS-PROD-CODE         PIC X(5).

       01  WS-SUS-SOURCE        PIC X(17) VALUE "ASN-IMPORT".
       01  WS-SUS-REASON        PIC X(30).
       01  WS-SUS-DATA          PIC X(80).
       01  WS-SUS-RESULT        PIC X.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "ASN LINES READ:   " WS-READ-COUNT
               DISPLAY "LINES STAGED:     " WS-STAGED-COUNT
               DISPLAY "EXCEPTION LINES:  " WS-EXCEPTION-COUNT
               DISPLAY "LINES SUSPENDED:  " WS-SUSPENDED-COUNT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT ASN-FILE.
           IF NOT FS-ASN-OK
               DISPLAY "ERROR OPENING ASNIN.TXT: " FS-ASN
               MOVE "ASN-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "ASNIN.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ASN TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PURCHORD-FILE.
           IF NOT FS-PURCHORD-OK
               DISPLAY "ERROR OPENING PURCHORD.DAT: " FS-PURCHORD
               MOVE "ASN-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PURCHORD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PURCHORD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT SUPPXREF-FILE.
           IF FS-SUPPXREF-OK
               SET WS-HAVE-XREF TO TRUE
           ELSE
               IF NOT FS-SUPPXREF-NOT-EXIST
                   DISPLAY "ERROR OPENING SUPPXREF.DAT: " FS-SUPPXREF
                   MOVE "ASN-IMPORT" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "SUPPXREF.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-SUPPXREF TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
               DISPLAY "NO CROSS-REFERENCE - EVERY LINE WILL BE "
                  "SUSPENDED"
           END-IF.
           OPEN I-O STAGED-FILE.
           IF FS-STAGED-NOT-EXIST
           END-IF.
           IF NOT FS-STAGED-OK
               DISPLAY "ERROR OPENING STAGEDRCV.DAT: " FS-STAGED
               MOVE "ASN-IMPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "STAGEDRCV.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-STAGED TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-ASN.
                   DISPLAY "EXCEPTION: PO LINE NOT ON FILE - "
                      ASN-PO-NUMBER "/" ASN-PO-LINE
               NOT INVALID KEY
                   PERFORM TRANSLATE-SUPPLIER-ITEM
           END-READ.
           PERFORM READ-NEXT-ASN.

       TRANSLATE-SUPPLIER-ITEM.
           MOVE SPACES TO WS-PROD-CODE.
           IF WS-HAVE-XREF
               MOVE PO-SUPPLIER-CODE TO SXR-ITEM-SUPPLIER
               MOVE ASN-SUPP-ITEM TO SXR-SUPPLIER-ITEM
               READ SUPPXREF-FILE KEY IS SXR-ITEM-KEY
                   INVALID KEY
                       MOVE SPACES TO WS-PROD-CODE
                   NOT INVALID KEY
                       MOVE SXR-PROD-CODE TO WS-PROD-CODE
               END-READ
           END-IF.
           IF WS-PROD-CODE = SPACES
               MOVE "NO CROSS-REFERENCE FOR ITEM" TO WS-SUS-REASON
               PERFORM SUSPEND-ASN-LINE
           ELSE
               PERFORM CHECK-AND-STAGE
           END-IF.

       SUSPEND-ASN-LINE.
           MOVE ASN-RECORD TO WS-SUS-DATA.
           CALL "SUSPENSE-WRITER" USING WS-SUS-SOURCE WS-SUS-REASON
              WS-SUS-DATA WS-SUS-RESULT.
           IF WS-SUS-RESULT = "Y"
               ADD 1 TO WS-SUSPENDED-COUNT
               DISPLAY "SUSPENDED: " ASN-PO-NUMBER "/" ASN-PO-LINE
                  " ITEM " ASN-SUPP-ITEM " NOT CROSS-REFERENCED FOR "
                  PO-SUPPLIER-CODE
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "EXCEPTION: COULD NOT SUSPEND "
                  ASN-PO-NUMBER "/" ASN-PO-LINE
           END-IF.

       CHECK-AND-STAGE.
           EVALUATE TRUE
               WHEN NOT PO-OPEN
                   DISPLAY "EXCEPTION: PO LINE NOT OPEN - "
                      ASN-PO-NUMBER "/" ASN-PO-LINE " STATUS "
                      PO-STATUS
               WHEN PO-PROD-CODE NOT = WS-PROD-CODE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "EXCEPTION: PRODUCT MISMATCH ON "
                      ASN-PO-NUMBER "/" ASN-PO-LINE " - PO HAS "
                      PO-PROD-CODE " ASN HAS " WS-PROD-CODE
               WHEN ASN-QTY-SHIPPED > PO-QTY-ORDERED
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "EXCEPTION: SHIPPED " ASN-QTY-SHIPPED
       WRITE-STAGED-RECORD.
           MOVE ASN-PO-NUMBER TO STG-PO-NUMBER.
           MOVE ASN-PO-LINE TO STG-PO-LINE.
           MOVE WS-PROD-CODE TO STG-PROD-CODE.
           MOVE ASN-QTY-SHIPPED TO STG-QTY-SHIPPED.
           MOVE ASN-SHIP-DATE TO STG-ASN-DATE.
           WRITE STAGED-RECORD
                           DISPLAY "ERROR STAGING "
                              ASN-PO-NUMBER "/" ASN-PO-LINE ": "
                              FS-STAGED
                           MOVE "ASN-IMPORT" TO ERP-PROGRAM
                           MOVE "WRITE-STAGED-RECORD" TO ERP-PARAGRAPH
                           MOVE "STAGEDRCV.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-STAGED TO ERP-STATUS
                           MOVE STG-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           ADD 1 TO WS-STAGED-COUNT
                   END-REWRITE
           IF FS-PURCHORD-OK
               CLOSE PURCHORD-FILE
           END-IF.
           IF WS-HAVE-XREF
               CLOSE SUPPXREF-FILE
           END-IF.
           IF FS-STAGED-OK
               CLOSE STAGED-FILE
           END-IF.
