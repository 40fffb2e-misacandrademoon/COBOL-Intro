      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintains SUPPXREF.DAT, the supplier item number
      *          cross-reference. Each entry, keyed by supplier and
      *          our PROD-CODE, holds the supplier's own item number,
      *          their pack description and their minimum order
      *          quantity. PO-TRANSMIT sends the supplier's number on
      *          POTRANS.TXT, and ASN-IMPORT and
      *          SUPPLIER-INVOICE-ENTRY translate the supplier's
      *          number back to our product through the alternate
      *          key. A supplier item number may stand for one of our
      *          products only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-XREF-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPXREF-FILE ASSIGN TO "SUPPXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SXR-KEY
               ALTERNATE RECORD KEY IS SXR-ITEM-KEY
               FILE STATUS IS FS-SUPPXREF.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPXREF-FILE.
       COPY SUPPXREF-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-SUPPXREF          PIC XX.
           88 FS-OK             VALUE "00".
           88 FS-DUPLICATE      VALUE "22".
           88 FS-FILE-NOT-EXIST VALUE "35".

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".

       01  WS-ACTION            PIC X.
           88 WS-ACTION-ADD     VALUE "A", "a".
           88 WS-ACTION-UPDATE  VALUE "U", "u".
           88 WS-ACTION-DELETE  VALUE "D", "d".
           88 WS-ACTION-LIST    VALUE "L", "l".

       01  WS-SUPPLIER          PIC X(4).
       01  WS-PROD-CODE         PIC X(5).
       01  WS-SUPPLIER-ITEM     PIC X(15).
       01  WS-PACK-DESC         PIC X(20).
       01  WS-MIN-ORDER-QTY     PIC 9(5).
       01  WS-ITEM-OWNER        PIC X(5).
       01  WS-END-OF-LIST       PIC X VALUE "N".
           88 WS-NO-MORE-ENTRIES VALUE "Y".
       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILE.
           IF FS-OK AND FS-PRODUCTS-OK
               PERFORM PROCESS-MENU UNTIL NOT WS-YES
           END-IF.
           PERFORM TERMINATE-FILE.
           STOP RUN.

       INITIALIZE-FILE.
           OPEN I-O SUPPXREF-FILE.
           IF FS-FILE-NOT-EXIST
               DISPLAY "CREATING NEW FILE..."
               OPEN OUTPUT SUPPXREF-FILE
               CLOSE SUPPXREF-FILE
               OPEN I-O SUPPXREF-FILE
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING SUPPXREF.DAT: " FS-SUPPXREF
               MOVE "SUPPLIER-XREF-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "SUPPXREF.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUPPXREF TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "SUPPLIER-XREF-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
           DISPLAY " ".
           DISPLAY "SUPPLIER ITEM CROSS-REFERENCE".
           DISPLAY "A - ADD | U - UPDATE | D - DELETE | L - LIST".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM ADD-CROSS-REFERENCE
               WHEN WS-ACTION-UPDATE
                   PERFORM UPDATE-CROSS-REFERENCE
               WHEN WS-ACTION-DELETE
                   PERFORM DELETE-CROSS-REFERENCE
               WHEN WS-ACTION-LIST
                   PERFORM LIST-CROSS-REFERENCES
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

           DISPLAY " ".
           DISPLAY "DO YOU WANT TO CONTINUE? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       GET-ENTRY-KEY.
           DISPLAY "SUPPLIER CODE (4 characters): "
              WITH NO ADVANCING.
           ACCEPT WS-SUPPLIER.
           DISPLAY "OUR PRODUCT CODE (5 characters): "
              WITH NO ADVANCING.
           ACCEPT WS-PROD-CODE.

       GET-ENTRY-FIELDS.
           DISPLAY "SUPPLIER ITEM NUMBER (15 characters): "
              WITH NO ADVANCING.
           ACCEPT WS-SUPPLIER-ITEM.
           DISPLAY "PACK DESCRIPTION (20 characters): "
              WITH NO ADVANCING.
           ACCEPT WS-PACK-DESC.
           DISPLAY "MINIMUM ORDER QUANTITY (0-99999): "
              WITH NO ADVANCING.
           ACCEPT WS-MIN-ORDER-QTY.

      * A supplier item number already standing for another of our
      * products would translate ASN and invoice lines ambiguously
       FIND-ITEM-OWNER.
           MOVE SPACES TO WS-ITEM-OWNER.
           MOVE WS-SUPPLIER TO SXR-ITEM-SUPPLIER.
           MOVE WS-SUPPLIER-ITEM TO SXR-SUPPLIER-ITEM.
           READ SUPPXREF-FILE KEY IS SXR-ITEM-KEY
               INVALID KEY
                   MOVE SPACES TO WS-ITEM-OWNER
               NOT INVALID KEY
                   MOVE SXR-PROD-CODE TO WS-ITEM-OWNER
           END-READ.

       ADD-CROSS-REFERENCE.
           PERFORM GET-ENTRY-KEY.
           MOVE WS-PROD-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   DISPLAY "ERROR: PRODUCT NOT ON FILE - "
                      WS-PROD-CODE
               NOT INVALID KEY
                   PERFORM ADD-ENTRY-FOR-PRODUCT
           END-READ.

       ADD-ENTRY-FOR-PRODUCT.
           IF PROD-SUPPLIER-CODE NOT = WS-SUPPLIER
               DISPLAY "NOTE: " PROD-CODE " IS NORMALLY BOUGHT FROM "
                  PROD-SUPPLIER-CODE
           END-IF.
           PERFORM GET-ENTRY-FIELDS.
           PERFORM FIND-ITEM-OWNER.
           EVALUATE TRUE
               WHEN WS-SUPPLIER = SPACES OR WS-SUPPLIER-ITEM = SPACES
                   DISPLAY "ERROR: SUPPLIER AND ITEM NUMBER ARE "
                      "REQUIRED"
               WHEN WS-ITEM-OWNER NOT = SPACES
                   DISPLAY "ERROR: ITEM NUMBER ALREADY STANDS FOR "
                      WS-ITEM-OWNER
               WHEN OTHER
                   MOVE WS-SUPPLIER TO SXR-SUPPLIER SXR-ITEM-SUPPLIER
                   MOVE WS-PROD-CODE TO SXR-PROD-CODE
                   MOVE WS-SUPPLIER-ITEM TO SXR-SUPPLIER-ITEM
                   MOVE WS-PACK-DESC TO SXR-PACK-DESC
                   MOVE WS-MIN-ORDER-QTY TO SXR-MIN-ORDER-QTY
                   WRITE SUPPXREF-RECORD
                       INVALID KEY
                           EVALUATE TRUE
                               WHEN FS-DUPLICATE
                                   DISPLAY "ERROR: PRODUCT ALREADY "
                                      "CROSS-REFERENCED FOR SUPPLIER "
                                      WS-SUPPLIER
                               WHEN OTHER
                                   DISPLAY "ERROR WRITING RECORD: "
                                      FS-SUPPXREF
                                   MOVE "SUPPLIER-XREF-ENTRY"
                                      TO ERP-PROGRAM
                                   MOVE "ADD-ENTRY-FOR-PRODUCT"
                                      TO ERP-PARAGRAPH
                                   MOVE "SUPPXREF.DAT" TO ERP-FILE
                                   MOVE "WRITE" TO ERP-OPERATION
                                   MOVE FS-SUPPXREF TO ERP-STATUS
                                   MOVE SXR-KEY TO ERP-KEY
                                   CALL "ERROR-LOGGER"
                                      USING ERRLOG-PARMS
                           END-EVALUATE
                       NOT INVALID KEY
                           DISPLAY "CROSS-REFERENCE SUCCESSFULLY "
                              "REGISTERED"
                   END-WRITE
           END-EVALUATE.

       UPDATE-CROSS-REFERENCE.
           PERFORM GET-ENTRY-KEY.
           MOVE WS-SUPPLIER TO SXR-SUPPLIER.
           MOVE WS-PROD-CODE TO SXR-PROD-CODE.
           READ SUPPXREF-FILE
               INVALID KEY
                   DISPLAY "ERROR: CROSS-REFERENCE NOT FOUND - "
                      WS-SUPPLIER " " WS-PROD-CODE
               NOT INVALID KEY
                   DISPLAY "CURRENT ITEM NUMBER: " SXR-SUPPLIER-ITEM
                   DISPLAY "CURRENT PACK: " SXR-PACK-DESC
                   DISPLAY "CURRENT MINIMUM: " SXR-MIN-ORDER-QTY
                   PERFORM GET-ENTRY-FIELDS
                   PERFORM REWRITE-CROSS-REFERENCE
           END-READ.

       REWRITE-CROSS-REFERENCE.
           PERFORM FIND-ITEM-OWNER.
           IF WS-SUPPLIER-ITEM = SPACES
              OR (WS-ITEM-OWNER NOT = SPACES
                  AND WS-ITEM-OWNER NOT = WS-PROD-CODE)
               DISPLAY "ERROR: ITEM NUMBER BLANK OR ALREADY IN USE - "
                  "NOT UPDATED"
           ELSE
               MOVE WS-SUPPLIER TO SXR-SUPPLIER
               MOVE WS-PROD-CODE TO SXR-PROD-CODE
               READ SUPPXREF-FILE
                   INVALID KEY
                       DISPLAY "ERROR: CROSS-REFERENCE LOST"
                   NOT INVALID KEY
                       MOVE WS-SUPPLIER-ITEM TO SXR-SUPPLIER-ITEM
                       MOVE WS-PACK-DESC TO SXR-PACK-DESC
                       MOVE WS-MIN-ORDER-QTY TO SXR-MIN-ORDER-QTY
                       REWRITE SUPPXREF-RECORD
                           INVALID KEY
                               DISPLAY "ERROR UPDATING RECORD: "
                                  FS-SUPPXREF
                               MOVE "SUPPLIER-XREF-ENTRY" TO ERP-PROGRAM
                               MOVE "REWRITE-CROSS-REFERENCE"
                                  TO ERP-PARAGRAPH
                               MOVE "SUPPXREF.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-SUPPXREF TO ERP-STATUS
                               MOVE SXR-KEY TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               DISPLAY "CROSS-REFERENCE SUCCESSFULLY "
                                  "UPDATED"
                       END-REWRITE
               END-READ
           END-IF.

       DELETE-CROSS-REFERENCE.
           PERFORM GET-ENTRY-KEY.
           MOVE WS-SUPPLIER TO SXR-SUPPLIER.
           MOVE WS-PROD-CODE TO SXR-PROD-CODE.
           DELETE SUPPXREF-FILE
               INVALID KEY
                   DISPLAY "ERROR: CROSS-REFERENCE NOT FOUND - "
                      WS-SUPPLIER " " WS-PROD-CODE
               NOT INVALID KEY
                   DISPLAY "CROSS-REFERENCE SUCCESSFULLY DELETED"
           END-DELETE.

       LIST-CROSS-REFERENCES.
           DISPLAY "SUPPLIER CODE (4 characters): "
              WITH NO ADVANCING.
           ACCEPT WS-SUPPLIER.
           MOVE "N" TO WS-END-OF-LIST.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE WS-SUPPLIER TO SXR-SUPPLIER.
           MOVE LOW-VALUES TO SXR-PROD-CODE.
           START SUPPXREF-FILE KEY IS >= SXR-KEY
               INVALID KEY
                   SET WS-NO-MORE-ENTRIES TO TRUE
           END-START.
           PERFORM UNTIL WS-NO-MORE-ENTRIES
               READ SUPPXREF-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-ENTRIES TO TRUE
                   NOT AT END
                       IF SXR-SUPPLIER NOT = WS-SUPPLIER
                           SET WS-NO-MORE-ENTRIES TO TRUE
                       ELSE
                           DISPLAY SXR-PROD-CODE " = "
                              SXR-SUPPLIER-ITEM " " SXR-PACK-DESC
                              " MIN " SXR-MIN-ORDER-QTY
                           ADD 1 TO WS-LISTED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "CROSS-REFERENCES FOR " WS-SUPPLIER ": "
              WS-LISTED-COUNT.

       TERMINATE-FILE.
           CLOSE SUPPXREF-FILE.
           CLOSE PRODUCTS-FILE.
           DISPLAY "PROGRAM FINISHED.".
