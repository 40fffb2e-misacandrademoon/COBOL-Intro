      ******************************************************************
      * Author:
      * Date:
      * Purpose: Forward recovery for PRODUCTS.DAT. Once FILE-RESTORE
      *          has put a backup generation back, replays the
      *          AUDIT.LOG records written after that generation was
      *          taken - the sequence number FILE-BACKUP stamps on the
      *          generation header - in sequence order, reading any
      *          month archives (AUDIT.Ayyyymm) the rollover has
      *          moved them to before the live log, up to a chosen
      *          sequence number or date and time. Every before-image
      *          is checked against the record it updates and the run
      *          stops at the first mismatch or sequence gap, so the
      *          file is never carried past a change it cannot
      *          account for. Prints a control report to PRODROLL.PRT
      *          of the records changed, added, deleted and re-keyed
      *          and the last sequence applied.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCTS-ROLL-FORWARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-BACKUP.

           SELECT AUDIT-SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               ALTERNATE RECORD KEY IS PROD-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS PROD-UPC WITH DUPLICATES
               FILE STATUS IS FS-PRODUCTS.

           SELECT REPORT-FILE ASSIGN TO "PRODROLL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD         PIC X(200).
       01  BACKUP-HEADER.
           05 BKH-MARK           PIC X(5).
           05 BKH-DATE           PIC 9(8).
           05 BKH-AUDIT-SEQ      PIC X(9).
           05 FILLER             PIC X(178).

       FD  AUDIT-SOURCE-FILE.
       COPY AUDIT-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-BACKUP            PIC XX.
           88 FS-BACKUP-OK      VALUE "00".

       01  FS-AUDIT             PIC XX.
           88 FS-AUDIT-OK       VALUE "00".
           88 FS-AUDIT-EOF      VALUE "10".
           88 FS-AUDIT-NOT-EXIST VALUE "35".

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  FS-REPORT            PIC XX.
           88 FS-REPORT-OK      VALUE "00".

       01  WS-BACKUP-NAME       PIC X(20).
       01  WS-SOURCE-NAME       PIC X(20).
       01  WS-GENERATION        PIC 9(1).
       01  WS-BACKUP-DATE       PIC 9(8) VALUE ZERO.
       01  WS-BACKUP-SEQ        PIC 9(9) VALUE ZERO.
       01  WS-HEADER-SEQ        PIC X(9).
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-CURRENT-MONTH     PIC 9(6).
       01  WS-SOURCE-MONTH      PIC 9(6).
       01  WS-SOURCE-MONTH-R REDEFINES WS-SOURCE-MONTH.
           05 WS-SOURCE-YEAR    PIC 9(4).
           05 WS-SOURCE-MM      PIC 9(2).

       01  WS-STOP-SEQ          PIC 9(9) VALUE ZERO.
       01  WS-STOP-STAMP.
           05 WS-STOP-DATE      PIC 9(8) VALUE ZERO.
           05 WS-STOP-TIME      PIC 9(6) VALUE ZERO.
       01  WS-RECORD-STAMP.
           05 WS-RECORD-DATE    PIC 9(8).
           05 WS-RECORD-TIME    PIC 9(6).

       01  WS-LAST-SEQ          PIC 9(9) VALUE ZERO.
       01  WS-EXPECTED-SEQ      PIC 9(9).
       01  WS-RUN-STATE         PIC X VALUE "R".
           88 WS-REPLAYING      VALUE "R".
           88 WS-LIMIT-REACHED  VALUE "L".
           88 WS-MISMATCH       VALUE "M".
       01  WS-STOP-REASON       PIC X(40) VALUE SPACES.
       01  WS-ON-FILE-FLAG      PIC X.
           88 WS-ON-FILE        VALUE "Y".

       01  WS-REKEY-HOLD        PIC X(200) VALUE SPACES.

       01  WS-CHANGED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-ADDED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-DELETED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-REKEYED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-OTHER-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-EDIT        PIC Z,ZZZ,ZZ9.

       01  WS-CONFIRM           PIC X.
           88 WS-CONFIRM-YES    VALUE "Y", "y".

       01  WS-LOCK-ACTION       PIC X.
       01  WS-LOCK-NAME         PIC X(12).
       01  WS-LOCK-HOLDER       PIC X(17).
       01  WS-LOCK-RESULT       PIC X.

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "PRODUCTS.DAT FORWARD RECOVERY FROM AUDIT.LOG".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE (1:6) TO WS-CURRENT-MONTH.
           DISPLAY "GENERATION RESTORED TO PRODUCTS.DAT (1-3, "
              "0 = NONE): " WITH NO ADVANCING.
           ACCEPT WS-GENERATION.
           IF WS-GENERATION = ZERO OR WS-GENERATION > 3
               DISPLAY "NO RECOVERY PERFORMED"
               GOBACK
           END-IF.
           PERFORM READ-BACKUP-POINT.
           IF WS-BACKUP-DATE = ZERO
               DISPLAY "NO RECOVERY PERFORMED"
               GOBACK
           END-IF.
           PERFORM GET-STOP-POINT.
           DISPLAY "PRODUCTS.DAT MUST HOLD GENERATION G" WS-GENERATION
              " AS RESTORED. CONTINUE? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRM-YES
               DISPLAY "NO RECOVERY PERFORMED"
               GOBACK
           END-IF.
           MOVE "PRODUCTS" TO WS-LOCK-NAME.
           PERFORM TAKE-NAMED-LOCK.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "NO RECOVERY PERFORMED"
               GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           IF FS-PRODUCTS-OK AND FS-REPORT-OK
               PERFORM WRITE-REPORT-HEADER
               MOVE WS-BACKUP-SEQ TO WS-LAST-SEQ
               MOVE WS-BACKUP-DATE (1:6) TO WS-SOURCE-MONTH
               PERFORM REPLAY-ONE-ARCHIVE
                  UNTIL WS-SOURCE-MONTH >= WS-CURRENT-MONTH
                     OR NOT WS-REPLAYING
               IF WS-REPLAYING
                   MOVE "AUDIT.LOG" TO WS-SOURCE-NAME
                   PERFORM REPLAY-SOURCE
               END-IF
               IF WS-REPLAYING
                   MOVE "END OF AUDIT LOG REACHED" TO WS-STOP-REASON
               END-IF
               PERFORM WRITE-CONTROL-TOTALS
               IF WS-MISMATCH
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           PERFORM RELEASE-NAMED-LOCK.
           GOBACK.

      * The generation header carries the date the copy was taken
      * and the last audit sequence handed out at the time; headers
      * written before the sequence was stamped ask for it instead.
       READ-BACKUP-POINT.
           MOVE SPACES TO WS-BACKUP-NAME.
           STRING "PRODUCTS.G" DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  INTO WS-BACKUP-NAME
           END-STRING.
           MOVE ZERO TO WS-BACKUP-DATE.
           OPEN INPUT BACKUP-FILE.
           IF NOT FS-BACKUP-OK
               DISPLAY WS-BACKUP-NAME " NOT AVAILABLE: " FS-BACKUP
               MOVE "PRODUCTS-ROLL-FORWARD" TO ERP-PROGRAM
               MOVE "READ-BACKUP-POINT" TO ERP-PARAGRAPH
               MOVE WS-BACKUP-NAME TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-BACKUP TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               READ BACKUP-FILE
                   AT END
                       DISPLAY WS-BACKUP-NAME " IS EMPTY"
                   NOT AT END
                       IF BKH-MARK = "*GEN*" AND BKH-DATE NUMERIC
                           MOVE BKH-DATE TO WS-BACKUP-DATE
                           MOVE BKH-AUDIT-SEQ TO WS-HEADER-SEQ
                       ELSE
                           DISPLAY WS-BACKUP-NAME
                              " HAS NO GENERATION HEADER"
                       END-IF
               END-READ
               CLOSE BACKUP-FILE
           END-IF.
           IF WS-BACKUP-DATE NOT = ZERO
               IF WS-HEADER-SEQ NUMERIC
                   MOVE WS-HEADER-SEQ TO WS-BACKUP-SEQ
               ELSE
                   DISPLAY "GENERATION PREDATES SEQUENCE STAMPING."
                   DISPLAY "LAST AUDIT SEQUENCE IN THE BACKUP: "
                      WITH NO ADVANCING
                   ACCEPT WS-BACKUP-SEQ
               END-IF
               DISPLAY "G" WS-GENERATION " TAKEN " WS-BACKUP-DATE
                  " - REPLAYING FROM AUDIT SEQ " WS-BACKUP-SEQ
           END-IF.

       GET-STOP-POINT.
           DISPLAY "STOP AFTER AUDIT SEQ (0 = NO LIMIT): "
              WITH NO ADVANCING.
           ACCEPT WS-STOP-SEQ.
           DISPLAY "STOP AT DATE (YYYYMMDD, 0 = NO LIMIT): "
              WITH NO ADVANCING.
           ACCEPT WS-STOP-DATE.
           IF WS-STOP-DATE NOT = ZERO
               DISPLAY "STOP AT TIME (HHMMSS): " WITH NO ADVANCING
               ACCEPT WS-STOP-TIME
           END-IF.

       OPEN-FILES.
           OPEN I-O PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "PRODUCTS-ROLL-FORWARD" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT FS-REPORT-OK
               DISPLAY "ERROR CREATING PRODROLL.PRT: " FS-REPORT
               MOVE "PRODUCTS-ROLL-FORWARD" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODROLL.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-REPORT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

      * Months the rollover has already archived are read from their
      * AUDIT.Ayyyymm file; a month with no archive on disk is still
      * in the live log.
       REPLAY-ONE-ARCHIVE.
           MOVE SPACES TO WS-SOURCE-NAME.
           STRING "AUDIT.A" DELIMITED BY SIZE
                  WS-SOURCE-MONTH DELIMITED BY SIZE
                  INTO WS-SOURCE-NAME
           END-STRING.
           PERFORM REPLAY-SOURCE.
           IF WS-SOURCE-MM = 12
               ADD 1 TO WS-SOURCE-YEAR
               MOVE 1 TO WS-SOURCE-MM
           ELSE
               ADD 1 TO WS-SOURCE-MM
           END-IF.

       REPLAY-SOURCE.
           OPEN INPUT AUDIT-SOURCE-FILE.
           IF FS-AUDIT-NOT-EXIST
               CONTINUE
           ELSE
               IF NOT FS-AUDIT-OK
                   DISPLAY "ERROR OPENING " WS-SOURCE-NAME ": "
                      FS-AUDIT
                   MOVE "PRODUCTS-ROLL-FORWARD" TO ERP-PROGRAM
                   MOVE "REPLAY-SOURCE" TO ERP-PARAGRAPH
                   MOVE WS-SOURCE-NAME TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-AUDIT TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   SET WS-MISMATCH TO TRUE
                   STRING "CANNOT OPEN " DELIMITED BY SIZE
                          WS-SOURCE-NAME DELIMITED BY SPACE
                          INTO WS-STOP-REASON
                   END-STRING
               ELSE
                   DISPLAY "REPLAYING " WS-SOURCE-NAME
                   PERFORM READ-NEXT-AUDIT
                   PERFORM REPLAY-AUDIT-RECORD
                      UNTIL FS-AUDIT-EOF OR NOT WS-REPLAYING
                   CLOSE AUDIT-SOURCE-FILE
               END-IF
           END-IF.

       READ-NEXT-AUDIT.
           READ AUDIT-SOURCE-FILE
               AT END
                   SET FS-AUDIT-EOF TO TRUE
           END-READ.

      * The archive control trailer is not an audit record and is
      * passed over, as is everything the backup already holds.
       REPLAY-AUDIT-RECORD.
           IF AUDIT-SEQ NUMERIC AND AUDIT-SEQ > WS-LAST-SEQ
               MOVE AUDIT-DATE TO WS-RECORD-DATE
               MOVE AUDIT-TIME TO WS-RECORD-TIME
               COMPUTE WS-EXPECTED-SEQ = WS-LAST-SEQ + 1
               EVALUATE TRUE
                   WHEN WS-STOP-SEQ NOT = ZERO
                        AND AUDIT-SEQ > WS-STOP-SEQ
                       SET WS-LIMIT-REACHED TO TRUE
                       MOVE "STOP SEQUENCE REACHED" TO WS-STOP-REASON
                   WHEN WS-STOP-DATE NOT = ZERO
                        AND WS-RECORD-STAMP > WS-STOP-STAMP
                       SET WS-LIMIT-REACHED TO TRUE
                       MOVE "STOP DATE AND TIME REACHED"
                          TO WS-STOP-REASON
                   WHEN AUDIT-SEQ NOT = WS-EXPECTED-SEQ
                       SET WS-MISMATCH TO TRUE
                       MOVE "SEQUENCE GAP IN AUDIT LOG"
                          TO WS-STOP-REASON
                   WHEN AUDIT-CODE = SPACES
                       ADD 1 TO WS-OTHER-COUNT
                   WHEN OTHER
                       PERFORM APPLY-AUDIT-RECORD
               END-EVALUATE
               IF WS-REPLAYING
                   MOVE AUDIT-SEQ TO WS-LAST-SEQ
               ELSE
                   IF WS-MISMATCH
                       PERFORM WRITE-MISMATCH-LINE
                   END-IF
               END-IF
           END-IF.
           IF WS-REPLAYING
               PERFORM READ-NEXT-AUDIT
           END-IF.

       APPLY-AUDIT-RECORD.
           MOVE AUDIT-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-FILE-FLAG
           END-READ.
           EVALUATE AUDIT-ACTION
               WHEN "W"
                   PERFORM REPLAY-ADD
               WHEN "R"
                   PERFORM REPLAY-CHANGE
               WHEN "L"
                   PERFORM REPLAY-COST-CHANGE
               WHEN "D"
                   PERFORM REPLAY-DELETE
               WHEN "K"
                   IF AUDIT-AFTER-NAME = "(RE-KEYED)"
                       PERFORM REPLAY-REKEY-OUT
                   ELSE
                       PERFORM REPLAY-REKEY-IN
                   END-IF
               WHEN OTHER
                   SET WS-MISMATCH TO TRUE
                   MOVE "UNKNOWN AUDIT ACTION" TO WS-STOP-REASON
           END-EVALUATE.

      * An add carries only the name, price and stock, so the rest
      * of the record takes the same defaults a CSV import gives it.
       REPLAY-ADD.
           IF WS-ON-FILE
               SET WS-MISMATCH TO TRUE
               MOVE "ADD FOR A CODE ALREADY ON FILE" TO WS-STOP-REASON
           ELSE
               MOVE AUDIT-CODE TO PROD-CODE
               MOVE AUDIT-AFTER-NAME TO PROD-NAME
               MOVE AUDIT-AFTER-PRICE TO PROD-PRICE
               MOVE AUDIT-AFTER-STOCK TO PROD-STOCK
               MOVE ZERO TO PROD-COST PROD-UNITS-PER-CASE
                  PROD-LAST-COUNTED
               MOVE SPACES TO PROD-CATEGORY PROD-SUPPLIER-CODE
                  PROD-UPC
               MOVE "S" TO PROD-TAX-CLASS
               SET PROD-ACTIVE TO TRUE
               MOVE "N" TO PROD-SERIALIZED
               MOVE "N" TO PROD-CONSIGNMENT
               MOVE "C" TO PROD-ABC-CLASS
               MOVE "N" TO PROD-RESTRICTION
               MOVE ZERO TO PROD-MIN-AGE PROD-DAILY-LIMIT
               MOVE SPACES TO PROD-FEE-CODE
               MOVE ZERO TO PROD-QUARANTINE PROD-WARRANTY-MONTHS
               WRITE PRODUCTS-RECORD
                   INVALID KEY
                       MOVE "WRITE" TO ERP-OPERATION
                       PERFORM PRODUCTS-IO-FAILED
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
                       MOVE "ADDED   " TO REPORT-LINE
                       PERFORM WRITE-ACTION-LINE
               END-WRITE
           END-IF.

       REPLAY-CHANGE.
           PERFORM CHECK-BEFORE-IMAGE.
           IF WS-REPLAYING
               IF PROD-PRICE NOT = AUDIT-BEFORE-PRICE
                   SET WS-MISMATCH TO TRUE
                   MOVE "BEFORE-IMAGE PRICE DIFFERS" TO WS-STOP-REASON
               ELSE
                   MOVE AUDIT-AFTER-NAME TO PROD-NAME
                   MOVE AUDIT-AFTER-PRICE TO PROD-PRICE
                   MOVE AUDIT-AFTER-STOCK TO PROD-STOCK
                   PERFORM REWRITE-PRODUCT
               END-IF
           END-IF.

      * Cost changes carry the cost in the price fields of the image.
       REPLAY-COST-CHANGE.
           PERFORM CHECK-BEFORE-IMAGE.
           IF WS-REPLAYING
               IF PROD-COST NOT = AUDIT-BEFORE-PRICE
                   SET WS-MISMATCH TO TRUE
                   MOVE "BEFORE-IMAGE COST DIFFERS" TO WS-STOP-REASON
               ELSE
                   MOVE AUDIT-AFTER-NAME TO PROD-NAME
                   MOVE AUDIT-AFTER-PRICE TO PROD-COST
                   MOVE AUDIT-AFTER-STOCK TO PROD-STOCK
                   PERFORM REWRITE-PRODUCT
               END-IF
           END-IF.

       REPLAY-DELETE.
           PERFORM CHECK-BEFORE-IMAGE.
           IF WS-REPLAYING
               IF PROD-PRICE NOT = AUDIT-BEFORE-PRICE
                   SET WS-MISMATCH TO TRUE
                   MOVE "BEFORE-IMAGE PRICE DIFFERS" TO WS-STOP-REASON
               ELSE
                   DELETE PRODUCTS-FILE
                       INVALID KEY
                           MOVE "DELETE" TO ERP-OPERATION
                           PERFORM PRODUCTS-IO-FAILED
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETED-COUNT
                           MOVE "DELETED " TO REPORT-LINE
                           PERFORM WRITE-ACTION-LINE
                   END-DELETE
               END-IF
           END-IF.

      * PRODUCT-REKEY logs the old code going out and then the new
      * code coming in; the whole record is carried across between
      * the two so nothing but the key changes.
       REPLAY-REKEY-OUT.
           PERFORM CHECK-BEFORE-IMAGE.
           IF WS-REPLAYING
               IF PROD-PRICE NOT = AUDIT-BEFORE-PRICE
                   SET WS-MISMATCH TO TRUE
                   MOVE "BEFORE-IMAGE PRICE DIFFERS" TO WS-STOP-REASON
               ELSE
                   MOVE PRODUCTS-RECORD TO WS-REKEY-HOLD
                   DELETE PRODUCTS-FILE
                       INVALID KEY
                           MOVE "DELETE" TO ERP-OPERATION
                           PERFORM PRODUCTS-IO-FAILED
                   END-DELETE
               END-IF
           END-IF.

       REPLAY-REKEY-IN.
           EVALUATE TRUE
               WHEN WS-ON-FILE
                   SET WS-MISMATCH TO TRUE
                   MOVE "RE-KEY TO A CODE ALREADY ON FILE"
                      TO WS-STOP-REASON
               WHEN WS-REKEY-HOLD = SPACES
                   SET WS-MISMATCH TO TRUE
                   MOVE "RE-KEY WITHOUT ITS OLD CODE" TO WS-STOP-REASON
               WHEN OTHER
                   MOVE WS-REKEY-HOLD TO PRODUCTS-RECORD
                   MOVE AUDIT-CODE TO PROD-CODE
                   WRITE PRODUCTS-RECORD
                       INVALID KEY
                           MOVE "WRITE" TO ERP-OPERATION
                           PERFORM PRODUCTS-IO-FAILED
                       NOT INVALID KEY
                           ADD 1 TO WS-REKEYED-COUNT
                           MOVE SPACES TO WS-REKEY-HOLD
                           MOVE "RE-KEYED" TO REPORT-LINE
                           PERFORM WRITE-ACTION-LINE
                   END-WRITE
           END-EVALUATE.

      * Name and stock are checked here; the caller checks the price
      * or cost field the image carries.
       CHECK-BEFORE-IMAGE.
           EVALUATE TRUE
               WHEN NOT WS-ON-FILE
                   SET WS-MISMATCH TO TRUE
                   MOVE "PRODUCT NOT ON FILE" TO WS-STOP-REASON
               WHEN PROD-NAME NOT = AUDIT-BEFORE-NAME
                   SET WS-MISMATCH TO TRUE
                   MOVE "BEFORE-IMAGE NAME DIFFERS" TO WS-STOP-REASON
               WHEN PROD-STOCK NOT = AUDIT-BEFORE-STOCK
                   SET WS-MISMATCH TO TRUE
                   MOVE "BEFORE-IMAGE STOCK DIFFERS" TO WS-STOP-REASON
           END-EVALUATE.

       REWRITE-PRODUCT.
           REWRITE PRODUCTS-RECORD
               INVALID KEY
                   MOVE "REWRITE" TO ERP-OPERATION
                   PERFORM PRODUCTS-IO-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGED-COUNT
           END-REWRITE.

       PRODUCTS-IO-FAILED.
           DISPLAY "ERROR UPDATING PRODUCTS.DAT FOR " AUDIT-CODE ": "
              FS-PRODUCTS.
           MOVE "PRODUCTS-ROLL-FORWARD" TO ERP-PROGRAM.
           MOVE "APPLY-AUDIT-RECORD" TO ERP-PARAGRAPH.
           MOVE "PRODUCTS.DAT" TO ERP-FILE.
           MOVE FS-PRODUCTS TO ERP-STATUS.
           MOVE AUDIT-CODE TO ERP-KEY.
           CALL "ERROR-LOGGER" USING ERRLOG-PARMS.
           SET WS-MISMATCH TO TRUE.
           MOVE "PRODUCTS.DAT UPDATE FAILED" TO WS-STOP-REASON.

       WRITE-REPORT-HEADER.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PRODUCTS.DAT FORWARD RECOVERY - " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FROM GENERATION G" DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  " TAKEN " DELIMITED BY SIZE
                  WS-BACKUP-DATE DELIMITED BY SIZE
                  " AT AUDIT SEQ " DELIMITED BY SIZE
                  WS-BACKUP-SEQ DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACTION   SEQUENCE  DATE     TIME   CODE  PROGRAM"
              TO REPORT-LINE.
           WRITE REPORT-LINE.

      * The caller moves the action word into REPORT-LINE first.
       WRITE-ACTION-LINE.
           STRING AUDIT-SEQ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-PROGRAM DELIMITED BY SIZE
                  INTO REPORT-LINE (10:)
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-MISMATCH-LINE.
           MOVE "STOPPED " TO REPORT-LINE.
           PERFORM WRITE-ACTION-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "         " DELIMITED BY SIZE
                  WS-STOP-REASON DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           DISPLAY "STOPPED AT AUDIT SEQ " AUDIT-SEQ " (" AUDIT-CODE
              ") - " WS-STOP-REASON.

       WRITE-CONTROL-TOTALS.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CHANGED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECORDS CHANGED:          " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE.
           MOVE WS-ADDED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECORDS ADDED:            " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE.
           MOVE WS-DELETED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECORDS DELETED:          " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE.
           MOVE WS-REKEYED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECORDS RE-KEYED:         " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE.
           MOVE WS-OTHER-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "NON-PRODUCT ENTRIES:      " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LAST SEQUENCE APPLIED:    " DELIMITED BY SIZE
                  WS-LAST-SEQ DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ENDED: " DELIMITED BY SIZE
                  WS-STOP-REASON DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE.
           IF WS-ADDED-COUNT > ZERO
               MOVE "ADDED RECORDS CARRY NAME, PRICE AND STOCK ONLY - "
                  TO REPORT-LINE
               MOVE "REVIEW THEIR OTHER FIELDS" TO REPORT-LINE (51:)
               WRITE REPORT-LINE
           END-IF.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "REPORT WRITTEN TO PRODROLL.PRT".

       CLOSE-FILES.
           IF FS-REPORT-OK
               CLOSE REPORT-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.
           CLOSE PRODUCTS-FILE.

       TAKE-NAMED-LOCK.
           MOVE "T" TO WS-LOCK-ACTION.
           MOVE "ROLL-FORWARD" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY WS-LOCK-NAME " IN USE BY " WS-LOCK-HOLDER
                  " - TRY AGAIN LATER"
           END-IF.

       RELEASE-NAMED-LOCK.
           MOVE "R" TO WS-LOCK-ACTION.
           MOVE "ROLL-FORWARD" TO WS-LOCK-HOLDER.
           CALL "LOCK-MANAGER" USING WS-LOCK-ACTION WS-LOCK-NAME
              WS-LOCK-HOLDER WS-LOCK-RESULT.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "PRODROLL.PRT" TO RAP-REPORT-FILE.
           MOVE "PRODUCTS-ROLL-FORWARD" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           STRING "G" DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  " FROM SEQ " DELIMITED BY SIZE
                  WS-BACKUP-SEQ DELIMITED BY SIZE
                  " STOP SEQ " DELIMITED BY SIZE
                  WS-STOP-SEQ DELIMITED BY SIZE
                  " STOP AT " DELIMITED BY SIZE
                  WS-STOP-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STOP-TIME DELIMITED BY SIZE
                  INTO RAP-PARAMETERS
           END-STRING.
           MOVE ZERO TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
