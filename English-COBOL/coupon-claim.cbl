      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end manufacturer coupon claim. Reads the
      *          CPNRED.DAT redemption log the register writes for
      *          every coupon accepted, keeps the manufacturer coupons
      *          redeemed in one calendar month and writes them by
      *          issuer to the fixed-format clearinghouse file
      *          CPNCLAIM.TXT - an H record per issuer, a D record per
      *          coupon code with the count and face value redeemed,
      *          an S record with the issuer's total and a T trailer
      *          with the record count and the amount claimed. Store
      *          coupons are the store's own markdown and are not
      *          claimed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUPON-CLAIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPNRED-FILE ASSIGN TO "CPNRED.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CPNRED.

           SELECT COUPON-FILE ASSIGN TO "COUPON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPN-CODE
               FILE STATUS IS FS-COUPON.

           SELECT CLAIM-FILE ASSIGN TO "CPNCLAIM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLAIM.

       DATA DIVISION.
       FILE SECTION.
       FD  CPNRED-FILE.
       COPY CPNRED-RECORD.

       FD  COUPON-FILE.
       COPY COUPON-RECORD.

       FD  CLAIM-FILE.
       01  CLAIM-LINE            PIC X(60).

       WORKING-STORAGE SECTION.
       01  FS-CPNRED            PIC XX.
           88 FS-CPNRED-OK      VALUE "00".
           88 FS-CPNRED-EOF     VALUE "10".
       01  FS-COUPON            PIC XX.
           88 FS-COUPON-OK      VALUE "00".
       01  WS-COUPON-OPEN       PIC X VALUE "N".
           88 WS-COUPON-IS-OPEN VALUE "Y".
       01  FS-CLAIM             PIC XX.
           88 FS-CLAIM-OK       VALUE "00".

       01  WS-MONTH             PIC 9(6).
       01  WS-TODAY-DATE        PIC 9(8).

       01  WS-CLAIM-TABLE.
           05 WS-CLM-ENTRY OCCURS 500 TIMES INDEXED BY WS-IDX.
               10 WS-CLM-ISSUER     PIC X(6).
               10 WS-CLM-COUPON     PIC X(10).
               10 WS-CLM-FACE       PIC 9(5)V99.
               10 WS-CLM-COUNT      PIC 9(7).
               10 WS-CLM-AMOUNT     PIC 9(9)V99.
       01  WS-CLM-COUNT-USED    PIC 9(3) VALUE ZERO.

       01  WS-ISSUER-TABLE.
           05 WS-ISSUER-ENTRY OCCURS 100 TIMES INDEXED BY WS-ISS-IDX.
               10 WS-ISS-CODE       PIC X(6).
               10 WS-ISS-COUPON     PIC X(10).
       01  WS-ISSUER-COUNT      PIC 9(3) VALUE ZERO.

       01  WS-FOUND-FLAG        PIC X VALUE "N".
           88 WS-FOUND          VALUE "Y".
       01  WS-TABLE-FULL        PIC X VALUE "N".
           88 WS-TABLE-IS-FULL  VALUE "Y".

       01  WS-ISSUER-TOTAL      PIC 9(9)V99.
       01  WS-ISSUER-COUPONS    PIC 9(7).
       01  WS-GRAND-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01  WS-GRAND-COUPONS     PIC 9(7) VALUE ZERO.
       01  WS-RECORD-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-STORE-SKIPPED     PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-EDIT        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-HEADER-REC.
           05 FILLER             PIC X(1) VALUE "H".
           05 WS-H-ISSUER        PIC X(6).
           05 WS-H-NAME          PIC X(20).
           05 WS-H-MONTH         PIC 9(6).

       01  WS-DETAIL-REC.
           05 FILLER             PIC X(1) VALUE "D".
           05 WS-D-COUPON        PIC X(10).
           05 WS-D-FACE          PIC 9(5)V99.
           05 WS-D-COUNT         PIC 9(7).
           05 WS-D-AMOUNT        PIC 9(9)V99.

       01  WS-SUBTOTAL-REC.
           05 FILLER             PIC X(1) VALUE "S".
           05 WS-S-ISSUER        PIC X(6).
           05 WS-S-COUNT         PIC 9(7).
           05 WS-S-AMOUNT        PIC 9(9)V99.

       01  WS-TRAILER-REC.
           05 FILLER             PIC X(1) VALUE "T".
           05 WS-T-COUNT         PIC 9(5).
           05 WS-T-COUPONS       PIC 9(7).
           05 WS-T-AMOUNT        PIC 9(9)V99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MANUFACTURER COUPON CLEARINGHOUSE CLAIM".
           DISPLAY "MONTH (YYYYMM, 0 = CURRENT MONTH): "
              WITH NO ADVANCING.
           ACCEPT WS-MONTH.
           IF WS-MONTH = ZERO
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-DATE (1:6) TO WS-MONTH
           END-IF.
           PERFORM OPEN-FILES.
           IF FS-CPNRED-OK AND FS-CLAIM-OK
               PERFORM READ-NEXT-REDEMPTION
               PERFORM ACCUMULATE-REDEMPTION UNTIL FS-CPNRED-EOF
               PERFORM WRITE-ONE-ISSUER
                  VARYING WS-ISS-IDX FROM 1 BY 1
                  UNTIL WS-ISS-IDX > WS-ISSUER-COUNT
               PERFORM WRITE-TRAILER
               MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "ISSUERS CLAIMED:   " WS-ISSUER-COUNT
               DISPLAY "COUPONS CLAIMED:   " WS-GRAND-COUPONS
               DISPLAY "AMOUNT CLAIMED:    " WS-TOTAL-EDIT
               DISPLAY "STORE COUPONS NOT CLAIMED: " WS-STORE-SKIPPED
               IF WS-TABLE-IS-FULL
                   DISPLAY "NOTE: CLAIM TABLE FULL - SOME COUPONS "
                      "NOT CLAIMED"
               END-IF
               DISPLAY "FILE WRITTEN TO CPNCLAIM.TXT"
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT CPNRED-FILE.
           IF NOT FS-CPNRED-OK
               DISPLAY "ERROR OPENING CPNRED.DAT: " FS-CPNRED
               MOVE "COUPON-CLAIM" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "CPNRED.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CPNRED TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT COUPON-FILE.
           IF FS-COUPON-OK
               MOVE "Y" TO WS-COUPON-OPEN
           ELSE
               DISPLAY "COUPON.DAT NOT AVAILABLE - ISSUER NAMES "
                  "NOT SHOWN"
           END-IF.
           OPEN OUTPUT CLAIM-FILE.
           IF NOT FS-CLAIM-OK
               DISPLAY "ERROR CREATING CPNCLAIM.TXT: " FS-CLAIM
               MOVE "COUPON-CLAIM" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "CPNCLAIM.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLAIM TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-REDEMPTION.
           READ CPNRED-FILE
               AT END
                   SET FS-CPNRED-EOF TO TRUE
           END-READ.

       ACCUMULATE-REDEMPTION.
           IF CR-FECHA (1:6) = WS-MONTH
               IF CR-MFR-ISSUED
                   PERFORM FIND-CLAIM-ENTRY
                   IF WS-FOUND
                       ADD 1 TO WS-CLM-COUNT (WS-IDX)
                       ADD CR-FACE-VALUE TO WS-CLM-AMOUNT (WS-IDX)
                   END-IF
               ELSE
                   ADD 1 TO WS-STORE-SKIPPED
               END-IF
           END-IF.
           PERFORM READ-NEXT-REDEMPTION.

       FIND-CLAIM-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CLM-COUNT-USED OR WS-FOUND
               IF WS-CLM-ISSUER (WS-IDX) = CR-ISSUER-CODE
                  AND WS-CLM-COUPON (WS-IDX) = CR-COUPON-CODE
                  AND WS-CLM-FACE (WS-IDX) = CR-FACE-VALUE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET WS-IDX DOWN BY 1
           ELSE
               IF WS-CLM-COUNT-USED < 500
                   ADD 1 TO WS-CLM-COUNT-USED
                   SET WS-IDX TO WS-CLM-COUNT-USED
                   MOVE CR-ISSUER-CODE TO WS-CLM-ISSUER (WS-IDX)
                   MOVE CR-COUPON-CODE TO WS-CLM-COUPON (WS-IDX)
                   MOVE CR-FACE-VALUE TO WS-CLM-FACE (WS-IDX)
                   MOVE ZERO TO WS-CLM-COUNT (WS-IDX)
                      WS-CLM-AMOUNT (WS-IDX)
                   MOVE "Y" TO WS-FOUND-FLAG
                   PERFORM ADD-ISSUER
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL
               END-IF
           END-IF.

       ADD-ISSUER.
           SET WS-ISS-IDX TO 1.
           SEARCH WS-ISSUER-ENTRY
               AT END
                   MOVE "Y" TO WS-TABLE-FULL
               WHEN WS-ISS-IDX > WS-ISSUER-COUNT
                   ADD 1 TO WS-ISSUER-COUNT
                   MOVE CR-ISSUER-CODE TO WS-ISS-CODE (WS-ISS-IDX)
                   MOVE CR-COUPON-CODE TO WS-ISS-COUPON (WS-ISS-IDX)
               WHEN WS-ISS-CODE (WS-ISS-IDX) = CR-ISSUER-CODE
                   CONTINUE
           END-SEARCH.

       WRITE-ONE-ISSUER.
           MOVE SPACES TO WS-H-NAME.
           IF WS-COUPON-IS-OPEN
               MOVE WS-ISS-COUPON (WS-ISS-IDX) TO CPN-CODE
               READ COUPON-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CPN-ISSUER-NAME TO WS-H-NAME
               END-READ
           END-IF.
           MOVE WS-ISS-CODE (WS-ISS-IDX) TO WS-H-ISSUER.
           MOVE WS-MONTH TO WS-H-MONTH.
           MOVE WS-HEADER-REC TO CLAIM-LINE.
           WRITE CLAIM-LINE.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE ZERO TO WS-ISSUER-TOTAL WS-ISSUER-COUPONS.
           PERFORM WRITE-ISSUER-DETAIL
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CLM-COUNT-USED.
           MOVE WS-ISS-CODE (WS-ISS-IDX) TO WS-S-ISSUER.
           MOVE WS-ISSUER-COUPONS TO WS-S-COUNT.
           MOVE WS-ISSUER-TOTAL TO WS-S-AMOUNT.
           MOVE WS-SUBTOTAL-REC TO CLAIM-LINE.
           WRITE CLAIM-LINE.
           ADD 1 TO WS-RECORD-COUNT.
           ADD WS-ISSUER-COUPONS TO WS-GRAND-COUPONS.
           ADD WS-ISSUER-TOTAL TO WS-GRAND-TOTAL.
           MOVE WS-ISSUER-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "ISSUER " WS-H-ISSUER " " WS-H-NAME " COUPONS "
              WS-ISSUER-COUPONS " CLAIMED " WS-TOTAL-EDIT.

       WRITE-ISSUER-DETAIL.
           IF WS-CLM-ISSUER (WS-IDX) = WS-ISS-CODE (WS-ISS-IDX)
               MOVE WS-CLM-COUPON (WS-IDX) TO WS-D-COUPON
               MOVE WS-CLM-FACE (WS-IDX) TO WS-D-FACE
               MOVE WS-CLM-COUNT (WS-IDX) TO WS-D-COUNT
               MOVE WS-CLM-AMOUNT (WS-IDX) TO WS-D-AMOUNT
               MOVE WS-DETAIL-REC TO CLAIM-LINE
               WRITE CLAIM-LINE
               ADD 1 TO WS-RECORD-COUNT
               ADD WS-CLM-COUNT (WS-IDX) TO WS-ISSUER-COUPONS
               ADD WS-CLM-AMOUNT (WS-IDX) TO WS-ISSUER-TOTAL
           END-IF.

       WRITE-TRAILER.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE WS-RECORD-COUNT TO WS-T-COUNT.
           MOVE WS-GRAND-COUPONS TO WS-T-COUPONS.
           MOVE WS-GRAND-TOTAL TO WS-T-AMOUNT.
           MOVE WS-TRAILER-REC TO CLAIM-LINE.
           WRITE CLAIM-LINE.

       CLOSE-FILES.
           IF FS-CPNRED-OK OR FS-CPNRED-EOF
               CLOSE CPNRED-FILE
           END-IF.
           IF WS-COUPON-IS-OPEN
               CLOSE COUPON-FILE
           END-IF.
           IF FS-CLAIM-OK
               CLOSE CLAIM-FILE
           END-IF.
           DISPLAY "PROGRAM FINISHED.".
