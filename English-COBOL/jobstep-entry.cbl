      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintains the JOBSTEP.DAT job stream control file
      *          DAILY-BATCH-DRIVER runs from. Each stream - daily,
      *          weekly, month-end, year-end - has a step 00 header
      *          whose run condition says when the stream is due,
      *          followed by its steps in order, each with the
      *          program to call, a run condition off the business
      *          calendar (always, month-end, year-end, last business
      *          day of the week or a fixed weekday), whether a
      *          failure stops the stream, and a hold flag. A hold
      *          can be for tonight only or until released, so
      *          operations can hold a step or a whole stream without
      *          a program change. The seed option loads the
      *          standard streams - the daily steps the driver used
      *          to carry in code and the weekly ABC classification
      *          and dunning runs - without touching steps already
      *          on file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTEP-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBSTEP-FILE ASSIGN TO "JOBSTEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JS-KEY
               FILE STATUS IS FS-JOBSTEP.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBSTEP-FILE.
       COPY JOBSTEP-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-JOBSTEP           PIC XX.
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
           88 WS-ACTION-HOLD    VALUE "H", "h".
           88 WS-ACTION-RELEASE VALUE "R", "r".
           88 WS-ACTION-LIST    VALUE "L", "l".
           88 WS-ACTION-SEED    VALUE "S", "s".

       01  WS-HOLD-MODE         PIC X.
           88 WS-HOLD-TONIGHT   VALUE "T", "t".
           88 WS-HOLD-UNTIL-RELEASED VALUE "U", "u".

       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-STREAM            PIC X.
       01  WS-STEP-NUMBER       PIC 9(2).
       01  WS-STEP-NAME         PIC X(24).
       01  WS-PROGRAM           PIC X(30).
       01  WS-RUN-WHEN          PIC X.
       01  WS-ON-FAILURE        PIC X.
       01  WS-ENTRY-VALID       PIC X.
           88 WS-ENTRY-OK       VALUE "Y".
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-SEEDED-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-KEPT-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-HOLD-TEXT         PIC X(17).

      * Standard streams: key, step name, program, run condition and
      * failure action. Step 00 is the stream header.
       01  WS-SEED-VALUES.
           05 FILLER            PIC X(3)  VALUE "D00".
           05 FILLER            PIC X(24) VALUE "DAILY STREAM".
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE "AS".
           05 FILLER            PIC X(3)  VALUE "D01".
           05 FILLER            PIC X(24) VALUE "BACKUP MASTER FILES".
           05 FILLER            PIC X(30) VALUE "FILE-BACKUP".
           05 FILLER            PIC X(2)  VALUE "AS".
           05 FILLER            PIC X(3)  VALUE "D02".
           05 FILLER            PIC X(24) VALUE "VALIDATE PRODUCTS.DAT".
           05 FILLER            PIC X(30) VALUE "DATA-INTEGRITY-CHECK".
           05 FILLER            PIC X(2)  VALUE "AS".
           05 FILLER            PIC X(3)  VALUE "D03".
           05 FILLER            PIC X(24) VALUE "APPLY PENDING PRICES".
           05 FILLER            PIC X(30) VALUE "PRICE-CHANGE-APPLY".
           05 FILLER            PIC X(2)  VALUE "AS".
           05 FILLER            PIC X(3)  VALUE "D04".
           05 FILLER            PIC X(24) VALUE "SALES SUMMARY REPORT".
           05 FILLER            PIC X(30) VALUE "SALES-SUMMARY".
           05 FILLER            PIC X(2)  VALUE "AS".
           05 FILLER            PIC X(3)  VALUE "D05".
           05 FILLER            PIC X(24) VALUE "SALES RECONCILIATION".
           05 FILLER            PIC X(30) VALUE "SALES-RECONCILIATION".
           05 FILLER            PIC X(2)  VALUE "AS".
           05 FILLER            PIC X(3)  VALUE "D06".
           05 FILLER            PIC X(24) VALUE "GL SALES EXTRACT".
           05 FILLER            PIC X(30) VALUE "GL-SALES-EXTRACT".
           05 FILLER            PIC X(2)  VALUE "AS".
           05 FILLER            PIC X(3)  VALUE "D07".
           05 FILLER            PIC X(24) VALUE "AUDIT LOG ROLLOVER".
           05 FILLER            PIC X(30) VALUE "AUDIT-ROLLOVER".
           05 FILLER            PIC X(2)  VALUE "MS".
           05 FILLER            PIC X(3)  VALUE "D08".
           05 FILLER            PIC X(24) VALUE "NEAR-EXPIRY MARKDOWNS".
           05 FILLER            PIC X(30) VALUE "EXPIRY-MARKDOWN".
           05 FILLER            PIC X(2)  VALUE "AS".
           05 FILLER            PIC X(3)  VALUE "D09".
           05 FILLER            PIC X(24)
              VALUE "MONTH-END INV SNAPSHOT".
           05 FILLER            PIC X(30) VALUE "INVENTORY-SNAPSHOT".
           05 FILLER            PIC X(2)  VALUE "MS".
           05 FILLER            PIC X(3)  VALUE "D10".
           05 FILLER            PIC X(24) VALUE "PERIOD SUMMARY ROLLUP".
           05 FILLER            PIC X(30) VALUE "PERIOD-SUMMARY-BUILD".
           05 FILLER            PIC X(2)  VALUE "AS".
           05 FILLER            PIC X(3)  VALUE "D11".
           05 FILLER            PIC X(24) VALUE "GL DAILY JOURNAL".
           05 FILLER            PIC X(30) VALUE "GL-DAILY-JOURNAL".
           05 FILLER            PIC X(2)  VALUE "AS".
           05 FILLER            PIC X(3)  VALUE "D12".
           05 FILLER            PIC X(24)
              VALUE "RESERVATION EXPIRY SWEEP".
           05 FILLER            PIC X(30) VALUE "RESERVATION-EXPIRY".
           05 FILLER            PIC X(2)  VALUE "AS".
           05 FILLER            PIC X(3)  VALUE "D13".
           05 FILLER            PIC X(24) VALUE "WEB STORE FEED EXPORT".
           05 FILLER            PIC X(30) VALUE "WEB-FEED-EXPORT".
           05 FILLER            PIC X(2)  VALUE "AS".
           05 FILLER            PIC X(3)  VALUE "D14".
           05 FILLER            PIC X(24)
              VALUE "PICK-FACE REPLENISHMENT".
           05 FILLER            PIC X(30) VALUE "BIN-REPLENISH".
           05 FILLER            PIC X(2)  VALUE "AS".
           05 FILLER            PIC X(3)  VALUE "D15".
           05 FILLER            PIC X(24)
              VALUE "STANDING ORDER GENERATE".
           05 FILLER            PIC X(30)
              VALUE "STANDING-ORDER-GENERATE".
           05 FILLER            PIC X(2)  VALUE "AS".
           05 FILLER            PIC X(3)  VALUE "D16".
           05 FILLER            PIC X(24) VALUE "HEAD OFFICE DELTA EXT".
           05 FILLER            PIC X(30) VALUE "PRODUCT-DELTA-EXTRACT".
           05 FILLER            PIC X(2)  VALUE "AS".
           05 FILLER            PIC X(3)  VALUE "D17".
           05 FILLER            PIC X(24) VALUE "APPLY PENDING COSTS".
           05 FILLER            PIC X(30) VALUE "COST-CHANGE-APPLY".
           05 FILLER            PIC X(2)  VALUE "AS".
           05 FILLER            PIC X(3)  VALUE "D18".
           05 FILLER            PIC X(24) VALUE "FILE ERROR LOG REPORT".
           05 FILLER            PIC X(30) VALUE "ERROR-LOG-REPORT".
           05 FILLER            PIC X(2)  VALUE "AC".
           05 FILLER            PIC X(3)  VALUE "D19".
           05 FILLER            PIC X(24) VALUE "PURGE REPORT ARCHIVE".
           05 FILLER            PIC X(30) VALUE "REPORT-ARCHIVE-PURGE".
           05 FILLER            PIC X(2)  VALUE "AC".
           05 FILLER            PIC X(3)  VALUE "D20".
           05 FILLER            PIC X(24)
              VALUE "MARGIN FLOOR EXCEPTIONS".
           05 FILLER            PIC X(30) VALUE "MARGIN-FLOOR-REPORT".
           05 FILLER            PIC X(2)  VALUE "AC".
           05 FILLER            PIC X(3)  VALUE "W00".
           05 FILLER            PIC X(24) VALUE "WEEKLY STREAM".
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE "LS".
           05 FILLER            PIC X(3)  VALUE "W01".
           05 FILLER            PIC X(24) VALUE "ABC CLASSIFICATION".
           05 FILLER            PIC X(30) VALUE "ABC-CLASSIFICATION".
           05 FILLER            PIC X(2)  VALUE "AC".
           05 FILLER            PIC X(3)  VALUE "W02".
           05 FILLER            PIC X(24) VALUE "DUNNING RUN".
           05 FILLER            PIC X(30) VALUE "DUNNING-RUN".
           05 FILLER            PIC X(2)  VALUE "AC".
           05 FILLER            PIC X(3)  VALUE "M00".
           05 FILLER            PIC X(24) VALUE "MONTH-END STREAM".
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE "MS".
           05 FILLER            PIC X(3)  VALUE "Y00".
           05 FILLER            PIC X(24) VALUE "YEAR-END STREAM".
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE "YS".
       01  WS-SEED-TABLE REDEFINES WS-SEED-VALUES.
           05 WS-SEED-ENTRY     OCCURS 26 TIMES.
               10 WS-SEED-STREAM    PIC X.
               10 WS-SEED-STEP      PIC 9(2).
               10 WS-SEED-NAME      PIC X(24).
               10 WS-SEED-PROGRAM   PIC X(30).
               10 WS-SEED-RUN-WHEN  PIC X.
               10 WS-SEED-FAILURE   PIC X.
       01  WS-SEED-COUNT        PIC 9(2) VALUE 26.
       01  WS-SEED-IDX          PIC 9(2).

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM INITIALIZE-FILE.
           IF FS-OK
               PERFORM PROCESS-MENU UNTIL NOT WS-YES
           END-IF.
           PERFORM TERMINATE-FILE.
           STOP RUN.

       INITIALIZE-FILE.
           OPEN I-O JOBSTEP-FILE.
           IF FS-FILE-NOT-EXIST
               DISPLAY "CREATING NEW FILE..."
               OPEN OUTPUT JOBSTEP-FILE
               CLOSE JOBSTEP-FILE
               OPEN I-O JOBSTEP-FILE
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING JOBSTEP.DAT: " FS-JOBSTEP
               MOVE "JOBSTEP-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "JOBSTEP.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-JOBSTEP TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
           DISPLAY " ".
           DISPLAY "JOB STREAM CONTROL MAINTENANCE".
           DISPLAY "A - ADD | U - UPDATE | D - DELETE | H - HOLD | "
              "R - RELEASE | L - LIST | S - SEED STANDARD STREAMS".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM ADD-STEP
               WHEN WS-ACTION-UPDATE
                   PERFORM UPDATE-STEP
               WHEN WS-ACTION-DELETE
                   PERFORM DELETE-STEP
               WHEN WS-ACTION-HOLD
                   PERFORM HOLD-STEP
               WHEN WS-ACTION-RELEASE
                   PERFORM RELEASE-STEP
               WHEN WS-ACTION-LIST
                   PERFORM LIST-STEPS
               WHEN WS-ACTION-SEED
                   PERFORM SEED-STANDARD-STREAMS
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

           DISPLAY " ".
           DISPLAY "DO YOU WANT TO CONTINUE? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       ACCEPT-STEP-KEY.
           DISPLAY "STREAM (D-DAILY W-WEEKLY M-MONTH-END "
              "Y-YEAR-END): " WITH NO ADVANCING.
           ACCEPT WS-STREAM.
           MOVE FUNCTION UPPER-CASE(WS-STREAM) TO WS-STREAM.
           DISPLAY "STEP NUMBER (00 = STREAM HEADER): "
              WITH NO ADVANCING.
           ACCEPT WS-STEP-NUMBER.
           MOVE WS-STREAM TO JS-STREAM.
           MOVE WS-STEP-NUMBER TO JS-STEP-NUMBER.

       ADD-STEP.
           PERFORM ACCEPT-STEP-KEY.
           IF NOT JS-STREAM-VALID
               DISPLAY "ERROR: UNKNOWN STREAM - " WS-STREAM
           ELSE
               MOVE SPACES TO JS-STEP-NAME JS-PROGRAM
               MOVE "A" TO JS-RUN-WHEN
               MOVE "S" TO JS-ON-FAILURE
               PERFORM ACCEPT-STEP-DETAILS
               IF WS-ENTRY-OK
                   SET JS-NOT-HELD TO TRUE
                   MOVE ZERO TO JS-HOLD-DATE
                   WRITE JOBSTEP-RECORD
                       INVALID KEY
                           EVALUATE TRUE
                               WHEN FS-DUPLICATE
                                   DISPLAY "ERROR: DUPLICATE STEP - "
                                      JS-STREAM JS-STEP-NUMBER
                               WHEN OTHER
                                   DISPLAY "ERROR WRITING RECORD: "
                                      FS-JOBSTEP
                                   MOVE "JOBSTEP-ENTRY" TO ERP-PROGRAM
                                   MOVE "ADD-STEP" TO ERP-PARAGRAPH
                                   MOVE "JOBSTEP.DAT" TO ERP-FILE
                                   MOVE "WRITE" TO ERP-OPERATION
                                   MOVE FS-JOBSTEP TO ERP-STATUS
                                   MOVE JS-KEY TO ERP-KEY
                                   CALL "ERROR-LOGGER"
                                      USING ERRLOG-PARMS
                           END-EVALUATE
                       NOT INVALID KEY
                           DISPLAY "STEP SUCCESSFULLY REGISTERED"
                   END-WRITE
               END-IF
           END-IF.

      * Blank entries keep the value already on the record.
       ACCEPT-STEP-DETAILS.
           MOVE "Y" TO WS-ENTRY-VALID.
           DISPLAY "STEP NAME (24 characters): " WITH NO ADVANCING.
           ACCEPT WS-STEP-NAME.
           IF WS-STEP-NAME NOT = SPACES
               MOVE WS-STEP-NAME TO JS-STEP-NAME
           END-IF.
           IF NOT JS-STREAM-HEADER
               DISPLAY "PROGRAM TO CALL: " WITH NO ADVANCING
               ACCEPT WS-PROGRAM
               IF WS-PROGRAM NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-PROGRAM) TO JS-PROGRAM
               END-IF
               IF JS-PROGRAM = SPACES
                   DISPLAY "ERROR: A STEP NEEDS A PROGRAM TO CALL"
                   MOVE "N" TO WS-ENTRY-VALID
               END-IF
           END-IF.
           DISPLAY "RUN WHEN (A-ALWAYS M-MONTH-END Y-YEAR-END "
              "L-LAST BUSINESS DAY OF WEEK 1-7 MON-SUN): "
              WITH NO ADVANCING.
           ACCEPT WS-RUN-WHEN.
           IF WS-RUN-WHEN NOT = SPACE
               MOVE FUNCTION UPPER-CASE(WS-RUN-WHEN) TO JS-RUN-WHEN
           END-IF.
           IF NOT JS-RUN-WHEN-VALID
               DISPLAY "ERROR: UNKNOWN RUN CONDITION - " JS-RUN-WHEN
               MOVE "N" TO WS-ENTRY-VALID
           END-IF.
           DISPLAY "ON FAILURE (S-STOP STREAM C-CONTINUE): "
              WITH NO ADVANCING.
           ACCEPT WS-ON-FAILURE.
           IF WS-ON-FAILURE NOT = SPACE
               MOVE FUNCTION UPPER-CASE(WS-ON-FAILURE)
                  TO JS-ON-FAILURE
           END-IF.
           IF NOT JS-FAIL-STOPS AND NOT JS-FAIL-CONTINUES
               DISPLAY "ERROR: FAILURE ACTION MUST BE S OR C"
               MOVE "N" TO WS-ENTRY-VALID
           END-IF.

       UPDATE-STEP.
           PERFORM ACCEPT-STEP-KEY.
           READ JOBSTEP-FILE
               INVALID KEY
                   DISPLAY "ERROR: STEP NOT FOUND - "
                      WS-STREAM WS-STEP-NUMBER
               NOT INVALID KEY
                   PERFORM SHOW-STEP
                   PERFORM ACCEPT-STEP-DETAILS
                   IF WS-ENTRY-OK
                       REWRITE JOBSTEP-RECORD
                           INVALID KEY
                               DISPLAY "ERROR UPDATING RECORD: "
                                  FS-JOBSTEP
                               MOVE "JOBSTEP-ENTRY" TO ERP-PROGRAM
                               MOVE "UPDATE-STEP" TO ERP-PARAGRAPH
                               MOVE "JOBSTEP.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-JOBSTEP TO ERP-STATUS
                               MOVE JS-KEY TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               DISPLAY "STEP SUCCESSFULLY UPDATED"
                       END-REWRITE
                   END-IF
           END-READ.

       DELETE-STEP.
           PERFORM ACCEPT-STEP-KEY.
           DELETE JOBSTEP-FILE
               INVALID KEY
                   DISPLAY "ERROR: STEP NOT FOUND - "
                      WS-STREAM WS-STEP-NUMBER
               NOT INVALID KEY
                   DISPLAY "STEP SUCCESSFULLY DELETED"
           END-DELETE.

      * Holding the step 00 header holds the whole stream.
       HOLD-STEP.
           PERFORM ACCEPT-STEP-KEY.
           READ JOBSTEP-FILE
               INVALID KEY
                   DISPLAY "ERROR: STEP NOT FOUND - "
                      WS-STREAM WS-STEP-NUMBER
               NOT INVALID KEY
                   PERFORM SHOW-STEP
                   DISPLAY "HOLD FOR (T)ONIGHT ONLY OR (U)NTIL "
                      "RELEASED: " WITH NO ADVANCING
                   ACCEPT WS-HOLD-MODE
                   EVALUATE TRUE
                       WHEN WS-HOLD-TONIGHT
                           SET JS-HELD TO TRUE
                           MOVE WS-TODAY-DATE TO JS-HOLD-DATE
                           PERFORM REWRITE-HOLD
                       WHEN WS-HOLD-UNTIL-RELEASED
                           SET JS-HELD TO TRUE
                           MOVE ZERO TO JS-HOLD-DATE
                           PERFORM REWRITE-HOLD
                       WHEN OTHER
                           DISPLAY "INVALID OPTION - STEP NOT HELD"
                   END-EVALUATE
           END-READ.

       RELEASE-STEP.
           PERFORM ACCEPT-STEP-KEY.
           READ JOBSTEP-FILE
               INVALID KEY
                   DISPLAY "ERROR: STEP NOT FOUND - "
                      WS-STREAM WS-STEP-NUMBER
               NOT INVALID KEY
                   SET JS-NOT-HELD TO TRUE
                   MOVE ZERO TO JS-HOLD-DATE
                   PERFORM REWRITE-HOLD
           END-READ.

       REWRITE-HOLD.
           REWRITE JOBSTEP-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING RECORD: " FS-JOBSTEP
                   MOVE "JOBSTEP-ENTRY" TO ERP-PROGRAM
                   MOVE "REWRITE-HOLD" TO ERP-PARAGRAPH
                   MOVE "JOBSTEP.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-JOBSTEP TO ERP-STATUS
                   MOVE JS-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   PERFORM SHOW-STEP
           END-REWRITE.

       SHOW-STEP.
           PERFORM FORMAT-HOLD-TEXT.
           DISPLAY JS-STREAM JS-STEP-NUMBER " " JS-STEP-NAME " "
              JS-PROGRAM (1:24) " " JS-RUN-WHEN "    "
              JS-ON-FAILURE "    " WS-HOLD-TEXT.

       FORMAT-HOLD-TEXT.
           EVALUATE TRUE
               WHEN NOT JS-HELD
                   MOVE SPACES TO WS-HOLD-TEXT
               WHEN JS-HOLD-DATE = ZERO
                   MOVE "HELD" TO WS-HOLD-TEXT
               WHEN JS-HOLD-DATE < WS-TODAY-DATE
                   MOVE SPACES TO WS-HOLD-TEXT
                   STRING "LAPSED " DELIMITED BY SIZE
                      JS-HOLD-DATE DELIMITED BY SIZE
                      INTO WS-HOLD-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-HOLD-TEXT
                   STRING "HELD ON " DELIMITED BY SIZE
                      JS-HOLD-DATE DELIMITED BY SIZE
                      INTO WS-HOLD-TEXT
           END-EVALUATE.

       LIST-STEPS.
           MOVE ZERO TO WS-LISTED-COUNT.
           DISPLAY "KEY STEP NAME                PROGRAM            "
              "      WHEN FAIL HOLD".
           MOVE LOW-VALUES TO JS-KEY.
           START JOBSTEP-FILE KEY IS >= JS-KEY
               INVALID KEY
                   SET FS-END-OF-FILE TO TRUE
           END-START.
           PERFORM READ-NEXT-STEP.
           PERFORM PRINT-STEP-LINE UNTIL FS-END-OF-FILE.
           DISPLAY "STEPS ON FILE: " WS-LISTED-COUNT.
           MOVE "00" TO FS-JOBSTEP.

       READ-NEXT-STEP.
           READ JOBSTEP-FILE NEXT RECORD
               AT END
                   SET FS-END-OF-FILE TO TRUE
           END-READ.

       PRINT-STEP-LINE.
           IF JS-STREAM-HEADER
               DISPLAY " "
           END-IF.
           PERFORM SHOW-STEP.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM READ-NEXT-STEP.

       SEED-STANDARD-STREAMS.
           MOVE ZERO TO WS-SEEDED-COUNT WS-KEPT-COUNT.
           PERFORM SEED-ONE-STEP
              VARYING WS-SEED-IDX FROM 1 BY 1
              UNTIL WS-SEED-IDX > WS-SEED-COUNT.
           DISPLAY "STANDARD STEPS ADDED:     " WS-SEEDED-COUNT.
           DISPLAY "ALREADY ON FILE, KEPT:    " WS-KEPT-COUNT.

       SEED-ONE-STEP.
           MOVE WS-SEED-STREAM (WS-SEED-IDX) TO JS-STREAM.
           MOVE WS-SEED-STEP (WS-SEED-IDX) TO JS-STEP-NUMBER.
           MOVE WS-SEED-NAME (WS-SEED-IDX) TO JS-STEP-NAME.
           MOVE WS-SEED-PROGRAM (WS-SEED-IDX) TO JS-PROGRAM.
           MOVE WS-SEED-RUN-WHEN (WS-SEED-IDX) TO JS-RUN-WHEN.
           MOVE WS-SEED-FAILURE (WS-SEED-IDX) TO JS-ON-FAILURE.
           SET JS-NOT-HELD TO TRUE.
           MOVE ZERO TO JS-HOLD-DATE.
           WRITE JOBSTEP-RECORD
               INVALID KEY
                   ADD 1 TO WS-KEPT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-SEEDED-COUNT
           END-WRITE.

       TERMINATE-FILE.
           CLOSE JOBSTEP-FILE.
           DISPLAY "PROGRAM FINISHED.".
