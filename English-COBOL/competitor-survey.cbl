      ******************************************************************
      * Author:
      * Date:
      * Purpose: Competitor price survey entry. The fortnightly shelf
      *          price sheets are keyed to COMPSURV.DAT, one entry per
      *          competitor, product and survey date: the
      *          competitor's price, whether it was on promotion, and
      *          our own PROD-PRICE on the day for reference. A sheet
      *          is entered by choosing an active competitor from
      *          COMPETITOR.DAT and a survey date, then keying
      *          products one after another by PROD-CODE or by
      *          scanning the PROD-UPC barcode until a blank entry.
      *          Keying the same product twice for the same
      *          competitor and date replaces the price. Entries can
      *          be corrected, deleted and listed by competitor.
      *          PRICE-POSITION-REPORT compares our prices with the
      *          latest survey for each competitor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPETITOR-SURVEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPSURV-FILE ASSIGN TO "COMPSURV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSV-KEY
               FILE STATUS IS FS-COMPSURV.

           SELECT COMPETITOR-FILE ASSIGN TO "COMPETITOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CODE
               FILE STATUS IS FS-COMPETITOR.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               ALTERNATE RECORD KEY IS PROD-UPC WITH DUPLICATES
               FILE STATUS IS FS-PRODUCTS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPSURV-FILE.
       COPY COMPSURV-RECORD.

       FD  COMPETITOR-FILE.
       COPY COMPETITOR-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-COMPSURV          PIC XX.
           88 FS-OK             VALUE "00".
           88 FS-DUPLICATE      VALUE "22".
           88 FS-FILE-NOT-EXIST VALUE "35".

       01  FS-COMPETITOR        PIC XX.
           88 FS-COMPETITOR-OK  VALUE "00".

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".

       01  WS-ACTION            PIC X.
           88 WS-ACTION-ENTER   VALUE "E", "e".
           88 WS-ACTION-UPDATE  VALUE "U", "u".
           88 WS-ACTION-DELETE  VALUE "D", "d".
           88 WS-ACTION-LIST    VALUE "L", "l".

       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-COMPETITOR        PIC X(4).
       01  WS-SURVEY-DATE       PIC 9(8).
       01  WS-ENTRY             PIC X(12).
       01  WS-PRICE-EDIT        PIC X(12).
       01  WS-PRICE             PIC 9(7)V99.
       01  WS-PROMO-ENTRY       PIC X.
       01  WS-PRICE-DISPLAY     PIC Z,ZZZ,ZZ9.99.
       01  WS-OUR-DISPLAY       PIC Z,ZZZ,ZZ9.99.

       01  WS-FOUND             PIC X VALUE "N".
           88 WS-IS-FOUND       VALUE "Y".
       01  WS-COMPETITOR-FLAG   PIC X VALUE "N".
           88 WS-COMPETITOR-FOUND VALUE "Y".
       01  WS-FIELD-VALID       PIC X.
           88 WS-FIELD-IS-VALID VALUE "Y".
       01  WS-SHEET-FLAG        PIC X VALUE "N".
           88 WS-SHEET-DONE     VALUE "Y".
       01  WS-END-OF-LIST       PIC X VALUE "N".
           88 WS-NO-MORE-ENTRIES VALUE "Y".
       01  WS-SHEET-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM INITIALIZE-FILE.
           IF FS-OK AND FS-COMPETITOR-OK AND FS-PRODUCTS-OK
               PERFORM PROCESS-MENU UNTIL NOT WS-YES
           END-IF.
           PERFORM TERMINATE-FILE.
           STOP RUN.

       INITIALIZE-FILE.
           OPEN I-O COMPSURV-FILE.
           IF FS-FILE-NOT-EXIST
               DISPLAY "CREATING NEW FILE..."
               OPEN OUTPUT COMPSURV-FILE
               CLOSE COMPSURV-FILE
               OPEN I-O COMPSURV-FILE
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING COMPSURV.DAT: " FS-COMPSURV
               MOVE "COMPETITOR-SURVEY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "COMPSURV.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-COMPSURV TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT COMPETITOR-FILE.
           IF NOT FS-COMPETITOR-OK
               DISPLAY "ERROR OPENING COMPETITOR.DAT: " FS-COMPETITOR
               MOVE "COMPETITOR-SURVEY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "COMPETITOR.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-COMPETITOR TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "COMPETITOR-SURVEY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
           DISPLAY " ".
           DISPLAY "COMPETITOR PRICE SURVEY".
           DISPLAY "E - ENTER SHEET | U - UPDATE | D - DELETE | "
              "L - LIST".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-ENTER
                   PERFORM ENTER-SURVEY-SHEET
               WHEN WS-ACTION-UPDATE
                   PERFORM UPDATE-SURVEY-PRICE
               WHEN WS-ACTION-DELETE
                   PERFORM DELETE-SURVEY-PRICE
               WHEN WS-ACTION-LIST
                   PERFORM LIST-SURVEY-PRICES
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

           DISPLAY " ".
           DISPLAY "DO YOU WANT TO CONTINUE? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       GET-COMPETITOR.
           DISPLAY "COMPETITOR CODE (4 characters): "
              WITH NO ADVANCING.
           ACCEPT WS-COMPETITOR.
           MOVE "N" TO WS-COMPETITOR-FLAG.
           MOVE WS-COMPETITOR TO CMP-CODE.
           READ COMPETITOR-FILE
               INVALID KEY
                   DISPLAY "ERROR: COMPETITOR NOT ON FILE - "
                      WS-COMPETITOR
               NOT INVALID KEY
                   MOVE "Y" TO WS-COMPETITOR-FLAG
                   DISPLAY "COMPETITOR: " CMP-NAME " " CMP-LOCATION
           END-READ.

       GET-SURVEY-DATE.
           MOVE "N" TO WS-FIELD-VALID.
           PERFORM UNTIL WS-FIELD-IS-VALID
               DISPLAY "SURVEY DATE (YYYYMMDD, 0 = TODAY): "
                  WITH NO ADVANCING
               ACCEPT WS-SURVEY-DATE
               IF WS-SURVEY-DATE = ZERO
                   MOVE WS-TODAY-DATE TO WS-SURVEY-DATE
               END-IF
               IF WS-SURVEY-DATE > WS-TODAY-DATE
                  OR FUNCTION TEST-DATE-YYYYMMDD(WS-SURVEY-DATE)
                     NOT = 0
                   DISPLAY "INVALID DATE - NOT A DATE OR IN THE FUTURE"
               ELSE
                   MOVE "Y" TO WS-FIELD-VALID
               END-IF
           END-PERFORM.

      * A 5-character entry is our PROD-CODE, anything longer is a
      * scanned PROD-UPC barcode
       FIND-PRODUCT.
           MOVE "N" TO WS-FOUND.
           IF WS-ENTRY(6:7) = SPACES
               MOVE WS-ENTRY(1:5) TO PROD-CODE
               READ PRODUCTS-FILE
                   INVALID KEY
                       DISPLAY "CODE NOT FOUND: " WS-ENTRY(1:5)
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
           ELSE
               MOVE WS-ENTRY TO PROD-UPC
               READ PRODUCTS-FILE KEY IS PROD-UPC
                   INVALID KEY
                       DISPLAY "UPC NOT FOUND: " WS-ENTRY
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
           END-IF.
           IF WS-IS-FOUND
               MOVE PROD-PRICE TO WS-OUR-DISPLAY
               DISPLAY PROD-CODE " " PROD-NAME "  OUR PRICE "
                  WS-OUR-DISPLAY
           END-IF.

       GET-SURVEY-FIELDS.
           MOVE "N" TO WS-FIELD-VALID.
           PERFORM UNTIL WS-FIELD-IS-VALID
               DISPLAY "COMPETITOR PRICE (ex: 12.99): "
                  WITH NO ADVANCING
               ACCEPT WS-PRICE-EDIT
               IF FUNCTION TEST-NUMVAL(WS-PRICE-EDIT) = 0
                   AND FUNCTION NUMVAL(WS-PRICE-EDIT) > 0
                   AND FUNCTION NUMVAL(WS-PRICE-EDIT) <= 9999999.99
                   COMPUTE WS-PRICE = FUNCTION NUMVAL(WS-PRICE-EDIT)
                   MOVE "Y" TO WS-FIELD-VALID
               ELSE
                   DISPLAY "INVALID PRICE - ENTER A NUMBER BETWEEN "
                      "0.01 AND 9999999.99"
               END-IF
           END-PERFORM.
           DISPLAY "ON PROMOTION AT THE COMPETITOR? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-PROMO-ENTRY.
           MOVE FUNCTION UPPER-CASE(WS-PROMO-ENTRY) TO WS-PROMO-ENTRY.
           IF WS-PROMO-ENTRY NOT = "Y"
               MOVE "N" TO WS-PROMO-ENTRY
           END-IF.

       ENTER-SURVEY-SHEET.
           PERFORM GET-COMPETITOR.
           IF WS-COMPETITOR-FOUND
               IF CMP-INACTIVE
                   DISPLAY "ERROR: COMPETITOR IS INACTIVE - "
                      WS-COMPETITOR
               ELSE
                   PERFORM GET-SURVEY-DATE
                   MOVE ZERO TO WS-SHEET-COUNT
                   MOVE "N" TO WS-SHEET-FLAG
                   PERFORM ENTER-SURVEY-LINE UNTIL WS-SHEET-DONE
                   DISPLAY "PRICES ENTERED ON THIS SHEET: "
                      WS-SHEET-COUNT
               END-IF
           END-IF.

       ENTER-SURVEY-LINE.
           DISPLAY " ".
           DISPLAY "PRODUCT CODE OR UPC (BLANK = END OF SHEET): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY.
           ACCEPT WS-ENTRY.
           IF WS-ENTRY = SPACES
               MOVE "Y" TO WS-SHEET-FLAG
           ELSE
               PERFORM FIND-PRODUCT
               IF WS-IS-FOUND
                   PERFORM GET-SURVEY-FIELDS
                   PERFORM WRITE-SURVEY-PRICE
               END-IF
           END-IF.

      * The same product keyed again for the same competitor and day
      * replaces the earlier price
       WRITE-SURVEY-PRICE.
           MOVE WS-COMPETITOR TO CSV-COMPETITOR.
           MOVE PROD-CODE TO CSV-PROD-CODE.
           MOVE WS-SURVEY-DATE TO CSV-SURVEY-DATE.
           MOVE WS-PRICE TO CSV-PRICE.
           MOVE WS-PROMO-ENTRY TO CSV-ON-PROMO.
           MOVE PROD-PRICE TO CSV-OUR-PRICE.
           WRITE COMPSURV-RECORD
               INVALID KEY
                   IF FS-DUPLICATE
                       PERFORM REWRITE-SURVEY-PRICE
                   ELSE
                       DISPLAY "ERROR WRITING RECORD: " FS-COMPSURV
                       MOVE "COMPETITOR-SURVEY" TO ERP-PROGRAM
                       MOVE "WRITE-SURVEY-PRICE" TO ERP-PARAGRAPH
                       MOVE "COMPSURV.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-COMPSURV TO ERP-STATUS
                       MOVE CSV-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-SHEET-COUNT
                   DISPLAY "SURVEY PRICE REGISTERED"
           END-WRITE.

       REWRITE-SURVEY-PRICE.
           REWRITE COMPSURV-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING RECORD: " FS-COMPSURV
                   MOVE "COMPETITOR-SURVEY" TO ERP-PROGRAM
                   MOVE "REWRITE-SURVEY-PRICE" TO ERP-PARAGRAPH
                   MOVE "COMPSURV.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-COMPSURV TO ERP-STATUS
                   MOVE CSV-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-SHEET-COUNT
                   DISPLAY "SURVEY PRICE REPLACED"
           END-REWRITE.

       GET-SURVEY-KEY.
           PERFORM GET-COMPETITOR.
           MOVE "N" TO WS-FOUND.
           IF WS-COMPETITOR-FOUND
               DISPLAY "PRODUCT CODE OR UPC: " WITH NO ADVANCING
               MOVE SPACES TO WS-ENTRY
               ACCEPT WS-ENTRY
               PERFORM FIND-PRODUCT
               IF WS-IS-FOUND
                   PERFORM GET-SURVEY-DATE
                   MOVE WS-COMPETITOR TO CSV-COMPETITOR
                   MOVE PROD-CODE TO CSV-PROD-CODE
                   MOVE WS-SURVEY-DATE TO CSV-SURVEY-DATE
               END-IF
           END-IF.

       UPDATE-SURVEY-PRICE.
           PERFORM GET-SURVEY-KEY.
           IF WS-IS-FOUND
               READ COMPSURV-FILE
                   INVALID KEY
                       DISPLAY "ERROR: NO SURVEY PRICE FOR "
                          CSV-COMPETITOR " " CSV-PROD-CODE " ON "
                          CSV-SURVEY-DATE
                   NOT INVALID KEY
                       MOVE CSV-PRICE TO WS-PRICE-DISPLAY
                       DISPLAY "CURRENT PRICE: " WS-PRICE-DISPLAY
                          "  ON PROMOTION: " CSV-ON-PROMO
                       PERFORM GET-SURVEY-FIELDS
                       MOVE WS-PRICE TO CSV-PRICE
                       MOVE WS-PROMO-ENTRY TO CSV-ON-PROMO
                       REWRITE COMPSURV-RECORD
                           INVALID KEY
                               DISPLAY "ERROR UPDATING RECORD: "
                                  FS-COMPSURV
                               MOVE "COMPETITOR-SURVEY" TO ERP-PROGRAM
                               MOVE "UPDATE-SURVEY-PRICE"
                                  TO ERP-PARAGRAPH
                               MOVE "COMPSURV.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-COMPSURV TO ERP-STATUS
                               MOVE CSV-KEY TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               DISPLAY "SURVEY PRICE SUCCESSFULLY "
                                  "UPDATED"
                       END-REWRITE
               END-READ
           END-IF.

       DELETE-SURVEY-PRICE.
           PERFORM GET-SURVEY-KEY.
           IF WS-IS-FOUND
               DELETE COMPSURV-FILE
                   INVALID KEY
                       DISPLAY "ERROR: NO SURVEY PRICE FOR "
                          CSV-COMPETITOR " " CSV-PROD-CODE " ON "
                          CSV-SURVEY-DATE
                   NOT INVALID KEY
                       DISPLAY "SURVEY PRICE SUCCESSFULLY DELETED"
               END-DELETE
           END-IF.

       LIST-SURVEY-PRICES.
           PERFORM GET-COMPETITOR.
           IF WS-COMPETITOR-FOUND
               MOVE "N" TO WS-END-OF-LIST
               MOVE ZERO TO WS-LISTED-COUNT
               MOVE WS-COMPETITOR TO CSV-COMPETITOR
               MOVE LOW-VALUES TO CSV-PROD-CODE
               MOVE ZERO TO CSV-SURVEY-DATE
               START COMPSURV-FILE KEY IS >= CSV-KEY
                   INVALID KEY
                       SET WS-NO-MORE-ENTRIES TO TRUE
               END-START
               PERFORM UNTIL WS-NO-MORE-ENTRIES
                   READ COMPSURV-FILE NEXT RECORD
                       AT END
                           SET WS-NO-MORE-ENTRIES TO TRUE
                       NOT AT END
                           IF CSV-COMPETITOR NOT = WS-COMPETITOR
                               SET WS-NO-MORE-ENTRIES TO TRUE
                           ELSE
                               PERFORM SHOW-SURVEY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "SURVEY PRICES FOR " WS-COMPETITOR ": "
                  WS-LISTED-COUNT
               MOVE "00" TO FS-COMPSURV
           END-IF.

       SHOW-SURVEY-LINE.
           MOVE CSV-PRICE TO WS-PRICE-DISPLAY.
           MOVE CSV-OUR-PRICE TO WS-OUR-DISPLAY.
           IF CSV-WAS-ON-PROMO
               DISPLAY CSV-PROD-CODE " " CSV-SURVEY-DATE " "
                  WS-PRICE-DISPLAY " PROMO  OURS " WS-OUR-DISPLAY
           ELSE
               DISPLAY CSV-PROD-CODE " " CSV-SURVEY-DATE " "
                  WS-PRICE-DISPLAY "        OURS " WS-OUR-DISPLAY
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.

       TERMINATE-FILE.
           CLOSE COMPSURV-FILE.
           CLOSE COMPETITOR-FILE.
           CLOSE PRODUCTS-FILE.
           DISPLAY "PROGRAM FINISHED.".
