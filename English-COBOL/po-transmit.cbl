      ******************************************************************
      * Author:
      * Date:
      * Purpose: Writes a supplier's approved (open) purchase orders
      *          from PURCHORD.DAT to the fixed-format interchange
      *          file POTRANS.TXT - an H record per PO, a D record
      *          per line with quantities and expected dates, and a T
      *          trailer with the record count - for the suppliers
      *          who take orders as a file. Each D record carries the
      *          supplier's own item number and pack description from
      *          SUPPXREF.DAT next to our product code; lines with no
      *          cross-reference, or ordered below the supplier's
      *          minimum order quantity, are listed on the console.
      *          Drafts and POs still awaiting PO-APPROVAL are never
      *          sent.
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

           SELECT TRANSMIT-FILE ASSIGN TO "POTRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSMIT.
       FD  PURCHORD-FILE.
       COPY PURCHORD-RECORD.

       FD  SUPPXREF-FILE.
       COPY SUPPXREF-RECORD.

       FD  TRANSMIT-FILE.
       01  TRANSMIT-LINE         PIC X(60).

           88 FS-PURCHORD-EOF   VALUE "10".
       01  FS-TRANSMIT          PIC XX.
           88 FS-TRANSMIT-OK    VALUE "00".
       01  FS-SUPPXREF          PIC XX.
           88 FS-SUPPXREF-OK    VALUE "00".

       01  WS-SUPPLIER-CODE     PIC X(4).
       01  WS-CURRENT-PO        PIC 9(6) VALUE ZERO.
       01  WS-HEADER-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-DETAIL-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-RECORD-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-UNXREF-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-XREF-OPEN         PIC X VALUE "N".
           88 WS-HAVE-XREF      VALUE "Y".

       01  WS-HEADER-REC.
           05 FILLER             PIC X(1) VALUE "H".
           05 FILLER             PIC X(1) VALUE "D".
           05 WS-D-PO-LINE       PIC 9(3).
           05 WS-D-PROD-CODE     PIC X(5).
           05 WS-D-SUPP-ITEM     PIC X(15).
           05 WS-D-PACK-DESC     PIC X(20).
           05 WS-D-QTY           PIC 9(5).
           05 WS-D-EXPECTED      PIC 9(8).

           05 FILLER             PIC X(1) VALUE "T".
           05 WS-T-COUNT         PIC 9(5).

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PO TRANSMISSION FILE".
               PERFORM WRITE-TRAILER
               DISPLAY "ORDERS TRANSMITTED: " WS-HEADER-COUNT
               DISPLAY "LINES TRANSMITTED:  " WS-DETAIL-COUNT
               IF WS-UNXREF-COUNT > ZERO
                   DISPLAY "LINES WITHOUT SUPPLIER ITEM NUMBER: "
                      WS-UNXREF-COUNT
               END-IF
               DISPLAY "FILE WRITTEN TO POTRANS.TXT"
           END-IF.
           PERFORM CLOSE-FILES.
           OPEN INPUT PURCHORD-FILE.
           IF NOT FS-PURCHORD-OK
               DISPLAY "ERROR OPENING PURCHORD.DAT: " FS-PURCHORD
               MOVE "PO-TRANSMIT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PURCHORD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PURCHORD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT TRANSMIT-FILE.
           IF NOT FS-TRANSMIT-OK
               DISPLAY "ERROR CREATING POTRANS.TXT: " FS-TRANSMIT
               MOVE "PO-TRANSMIT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "POTRANS.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-TRANSMIT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT SUPPXREF-FILE.
           IF FS-SUPPXREF-OK
               SET WS-HAVE-XREF TO TRUE
           ELSE
               DISPLAY "SUPPXREF.DAT NOT AVAILABLE - LINES GO "
                  "WITHOUT SUPPLIER ITEM NUMBERS"
           END-IF.

       READ-NEXT-PO-LINE.
       WRITE-DETAIL-RECORD.
           MOVE PO-LINE TO WS-D-PO-LINE.
           MOVE PO-PROD-CODE TO WS-D-PROD-CODE.
           PERFORM LOOK-UP-SUPPLIER-ITEM.
           MOVE PO-QTY-ORDERED TO WS-D-QTY.
           MOVE PO-EXPECTED-DATE TO WS-D-EXPECTED.
           MOVE WS-DETAIL-REC TO TRANSMIT-LINE.
           WRITE TRANSMIT-LINE.
           ADD 1 TO WS-DETAIL-COUNT WS-RECORD-COUNT.

       LOOK-UP-SUPPLIER-ITEM.
           MOVE SPACES TO WS-D-SUPP-ITEM WS-D-PACK-DESC.
           IF WS-HAVE-XREF
               MOVE PO-SUPPLIER-CODE TO SXR-SUPPLIER
               MOVE PO-PROD-CODE TO SXR-PROD-CODE
               READ SUPPXREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SXR-SUPPLIER-ITEM TO WS-D-SUPP-ITEM
                       MOVE SXR-PACK-DESC TO WS-D-PACK-DESC
                       IF PO-QTY-ORDERED < SXR-MIN-ORDER-QTY
                           DISPLAY "BELOW SUPPLIER MINIMUM: PO "
                              PO-NUMBER "/" PO-LINE " " PO-PROD-CODE
                              " ORDERED " PO-QTY-ORDERED " MINIMUM "
                              SXR-MIN-ORDER-QTY
                       END-IF
               END-READ
           END-IF.
           IF WS-D-SUPP-ITEM = SPACES
               ADD 1 TO WS-UNXREF-COUNT
               DISPLAY "NO SUPPLIER ITEM NUMBER: PO " PO-NUMBER "/"
                  PO-LINE " " PO-PROD-CODE
           END-IF.

       WRITE-TRAILER.
           MOVE WS-RECORD-COUNT TO WS-T-COUNT.
           MOVE WS-TRAILER-REC TO TRANSMIT-LINE.
           IF FS-TRANSMIT-OK
               CLOSE TRANSMIT-FILE
           END-IF.
           IF WS-HAVE-XREF
               CLOSE SUPPXREF-FILE
           END-IF.
           DISPLAY "PROGRAM FINISHED.".
