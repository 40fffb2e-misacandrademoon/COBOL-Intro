      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintains the COUPON.DAT coupon master. A coupon is
      *          good for one product code, or for every product in a
      *          category when the product code is left blank, and
      *          carries its face value, the dates it may be accepted
      *          and who issued it - the store itself or a
      *          manufacturer, with the manufacturer's issuer code for
      *          the clearinghouse claim.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUPON-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUPON-FILE ASSIGN TO "COUPON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPN-CODE
               FILE STATUS IS FS-COUPON.

       DATA DIVISION.
       FILE SECTION.
       FD  COUPON-FILE.
       COPY COUPON-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-COUPON            PIC XX.
           88 FS-OK             VALUE "00".
           88 FS-DUPLICATE      VALUE "22".
           88 FS-FILE-NOT-EXIST VALUE "35".
           88 FS-END-OF-FILE    VALUE "10".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".

       01  WS-ACTION            PIC X.
           88 WS-ACTION-ADD     VALUE "A", "a".
           88 WS-ACTION-UPDATE  VALUE "U", "u".
           88 WS-ACTION-DELETE  VALUE "D", "d".
           88 WS-ACTION-LIST    VALUE "L", "l".

       01  WS-CODE              PIC X(10).
       01  WS-VALUE-EDIT        PIC X(9).
       01  WS-VALUE-DISPLAY     PIC ZZZZ9.99.
       01  WS-LISTED-COUNT      PIC 9(4) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILE.
           IF FS-OK
               PERFORM PROCESS-MENU UNTIL NOT WS-YES
           END-IF.
           PERFORM TERMINATE-FILE.
           STOP RUN.

       INITIALIZE-FILE.
           OPEN I-O COUPON-FILE.
           IF FS-FILE-NOT-EXIST
               DISPLAY "CREATING NEW FILE..."
               OPEN OUTPUT COUPON-FILE
               CLOSE COUPON-FILE
               OPEN I-O COUPON-FILE
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING COUPON.DAT: " FS-COUPON
               MOVE "COUPON-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "COUPON.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-COUPON TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
           DISPLAY " ".
           DISPLAY "COUPON MASTER MAINTENANCE".
           DISPLAY "A - ADD | U - UPDATE | D - DELETE | L - LIST".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM ADD-COUPON
               WHEN WS-ACTION-UPDATE
                   PERFORM UPDATE-COUPON
               WHEN WS-ACTION-DELETE
                   PERFORM DELETE-COUPON
               WHEN WS-ACTION-LIST
                   PERFORM LIST-COUPONS
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

           DISPLAY " ".
           DISPLAY "DO YOU WANT TO CONTINUE? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       ADD-COUPON.
           DISPLAY "COUPON CODE (10 characters): " WITH NO ADVANCING.
           ACCEPT CPN-CODE.
           IF CPN-CODE = SPACES
               DISPLAY "ERROR: COUPON CODE CANNOT BE BLANK"
           ELSE
               PERFORM GET-COUPON-FIELDS
               WRITE COUPON-RECORD
                   INVALID KEY
                       EVALUATE TRUE
                           WHEN FS-DUPLICATE
                               DISPLAY "ERROR: DUPLICATE COUPON CODE - "
                                  CPN-CODE
                           WHEN OTHER
                               DISPLAY "ERROR WRITING RECORD: "
                                  FS-COUPON
                               MOVE "COUPON-ENTRY" TO ERP-PROGRAM
                               MOVE "ADD-COUPON" TO ERP-PARAGRAPH
                               MOVE "COUPON.DAT" TO ERP-FILE
                               MOVE "WRITE" TO ERP-OPERATION
                               MOVE FS-COUPON TO ERP-STATUS
                               MOVE CPN-CODE TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       END-EVALUATE
                   NOT INVALID KEY
                       DISPLAY "COUPON SUCCESSFULLY REGISTERED"
               END-WRITE
           END-IF.

       GET-COUPON-FIELDS.
           DISPLAY "DESCRIPTION (20 characters): "
              WITH NO ADVANCING.
           ACCEPT CPN-DESCRIPTION.
           DISPLAY "PRODUCT CODE (BLANK = WHOLE CATEGORY): "
              WITH NO ADVANCING.
           ACCEPT CPN-PROD-CODE.
           MOVE SPACES TO CPN-CATEGORY.
           IF CPN-PROD-CODE = SPACES
               PERFORM UNTIL CPN-CATEGORY NOT = SPACES
                   DISPLAY "CATEGORY (4 characters): "
                      WITH NO ADVANCING
                   ACCEPT CPN-CATEGORY
               END-PERFORM
           END-IF.
           DISPLAY "FACE VALUE (ex: 0.75): " WITH NO ADVANCING.
           ACCEPT WS-VALUE-EDIT.
           COMPUTE CPN-FACE-VALUE = FUNCTION NUMVAL(WS-VALUE-EDIT).
           DISPLAY "VALID FROM (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT CPN-START-DATE.
           DISPLAY "VALID TO (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT CPN-END-DATE.
           PERFORM UNTIL CPN-END-DATE >= CPN-START-DATE
               DISPLAY "ERROR: END DATE BEFORE START DATE"
               DISPLAY "VALID TO (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT CPN-END-DATE
           END-PERFORM.
           MOVE SPACE TO CPN-ISSUER-TYPE.
           PERFORM UNTIL CPN-ISSUER-VALID
               DISPLAY "ISSUED BY (S = STORE, M = MANUFACTURER): "
                  WITH NO ADVANCING
               ACCEPT CPN-ISSUER-TYPE
               MOVE FUNCTION UPPER-CASE(CPN-ISSUER-TYPE)
                  TO CPN-ISSUER-TYPE
           END-PERFORM.
           IF CPN-MFR-ISSUED
               MOVE SPACES TO CPN-ISSUER-CODE
               PERFORM UNTIL CPN-ISSUER-CODE NOT = SPACES
                   DISPLAY "MANUFACTURER ISSUER CODE (6 characters): "
                      WITH NO ADVANCING
                   ACCEPT CPN-ISSUER-CODE
               END-PERFORM
               DISPLAY "MANUFACTURER NAME (20 characters): "
                  WITH NO ADVANCING
               ACCEPT CPN-ISSUER-NAME
           ELSE
               MOVE SPACES TO CPN-ISSUER-CODE
               MOVE "STORE COUPON" TO CPN-ISSUER-NAME
           END-IF.

       UPDATE-COUPON.
           DISPLAY "COUPON CODE TO UPDATE: " WITH NO ADVANCING.
           ACCEPT WS-CODE.
           MOVE WS-CODE TO CPN-CODE.
           READ COUPON-FILE
               INVALID KEY
                   DISPLAY "ERROR: COUPON NOT FOUND - " CPN-CODE
               NOT INVALID KEY
                   PERFORM SHOW-COUPON
                   PERFORM GET-COUPON-FIELDS
                   REWRITE COUPON-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-COUPON
                           MOVE "COUPON-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-COUPON" TO ERP-PARAGRAPH
                           MOVE "COUPON.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-COUPON TO ERP-STATUS
                           MOVE CPN-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "COUPON SUCCESSFULLY UPDATED"
                   END-REWRITE
           END-READ.

       SHOW-COUPON.
           MOVE CPN-FACE-VALUE TO WS-VALUE-DISPLAY.
           DISPLAY "CURRENT DESCRIPTION: " CPN-DESCRIPTION.
           DISPLAY "CURRENT PRODUCT:     " CPN-PROD-CODE
              "  CATEGORY: " CPN-CATEGORY.
           DISPLAY "CURRENT FACE VALUE:  " WS-VALUE-DISPLAY.
           DISPLAY "CURRENT VALID DATES: " CPN-START-DATE
              " TO " CPN-END-DATE.
           DISPLAY "CURRENT ISSUER:      " CPN-ISSUER-TYPE " "
              CPN-ISSUER-CODE " " CPN-ISSUER-NAME.

       DELETE-COUPON.
           DISPLAY "COUPON CODE TO DELETE: " WITH NO ADVANCING.
           ACCEPT WS-CODE.
           MOVE WS-CODE TO CPN-CODE.
           DELETE COUPON-FILE
               INVALID KEY
                   DISPLAY "ERROR: COUPON NOT FOUND - " CPN-CODE
               NOT INVALID KEY
                   DISPLAY "COUPON SUCCESSFULLY DELETED"
           END-DELETE.

       LIST-COUPONS.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE LOW-VALUES TO CPN-CODE.
           START COUPON-FILE KEY IS >= CPN-CODE
               INVALID KEY
                   SET FS-END-OF-FILE TO TRUE
           END-START.
           PERFORM READ-NEXT-COUPON.
           PERFORM PRINT-COUPON-LINE UNTIL FS-END-OF-FILE.
           DISPLAY "COUPONS ON FILE: " WS-LISTED-COUNT.
           MOVE "00" TO FS-COUPON.

       READ-NEXT-COUPON.
           READ COUPON-FILE NEXT RECORD
               AT END
                   SET FS-END-OF-FILE TO TRUE
           END-READ.

       PRINT-COUPON-LINE.
           MOVE CPN-FACE-VALUE TO WS-VALUE-DISPLAY.
           DISPLAY CPN-CODE " " CPN-DESCRIPTION " " CPN-PROD-CODE " "
              CPN-CATEGORY " " WS-VALUE-DISPLAY " " CPN-START-DATE "-"
              CPN-END-DATE " " CPN-ISSUER-TYPE " " CPN-ISSUER-CODE.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM READ-NEXT-COUPON.

       TERMINATE-FILE.
           CLOSE COUPON-FILE.
           DISPLAY "PROGRAM FINISHED.".
