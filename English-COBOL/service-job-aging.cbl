      ******************************************************************
      * Author:
      * Date:
      * Purpose: Open repair jobs aging report. Walks SVCJOB.DAT once
      *          for each open stage - booked in, in diagnosis,
      *          waiting for parts, ready for collection - and lists
      *          the jobs in that stage with the days since intake,
      *          the days in the current stage and the parts and
      *          labour charged so far, with a count per stage by
      *          age band (0-7, 8-14, 15-30 and over 30 days since
      *          intake). Ready jobs older than the staleness
      *          threshold are flagged so the counter can chase the
      *          customer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICE-JOB-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SVCJOB-FILE ASSIGN TO "SVCJOB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SJ-NUMBER
               FILE STATUS IS FS-SVCJOB.

       DATA DIVISION.
       FILE SECTION.
       FD  SVCJOB-FILE.
       COPY SVCJOB-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-SVCJOB            PIC XX.
           88 FS-SVCJOB-OK      VALUE "00".
           88 FS-SVCJOB-EOF     VALUE "10".

       01  WS-STAGE-CODES       PIC X(4) VALUE "IDWR".
       01  WS-STAGE-NAMES.
           05 FILLER            PIC X(17) VALUE "BOOKED IN".
           05 FILLER            PIC X(17) VALUE "IN DIAGNOSIS".
           05 FILLER            PIC X(17) VALUE "WAITING FOR PARTS".
           05 FILLER            PIC X(17) VALUE "READY TO COLLECT".
       01  WS-STAGE-NAME-TABLE REDEFINES WS-STAGE-NAMES.
           05 WS-STAGE-NAME     PIC X(17) OCCURS 4 TIMES.
       01  WS-STAGE-IDX         PIC 9.
       01  WS-STAGE-CODE        PIC X.

       01  WS-STALE-DAYS        PIC 9(3) VALUE 30.
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-TODAY-INTEGER     PIC 9(8).
       01  WS-DAYS-OPEN         PIC S9(5).
       01  WS-DAYS-IN-STAGE     PIC S9(5).
       01  WS-JOB-VALUE         PIC 9(9)V99.

       01  WS-STAGE-COUNT       PIC 9(5).
       01  WS-BAND-COUNTS.
           05 WS-BAND-0-7       PIC 9(5).
           05 WS-BAND-8-14      PIC 9(5).
           05 WS-BAND-15-30     PIC 9(5).
           05 WS-BAND-OVER-30   PIC 9(5).
       01  WS-OPEN-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-STALE-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-VALUE-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  WS-MONEY-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT        PIC ZZZ,ZZZ,ZZ9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM OPEN-FILES.
           IF FS-SVCJOB-OK
               DISPLAY " "
               DISPLAY "OPEN REPAIR JOBS BY STATUS - " WS-TODAY-DATE
               PERFORM REPORT-ONE-STAGE
                  VARYING WS-STAGE-IDX FROM 1 BY 1
                  UNTIL WS-STAGE-IDX > 4
               DISPLAY " "
               DISPLAY "OPEN JOBS: " WS-OPEN-COUNT
               DISPLAY "READY OVER " WS-STALE-DAYS " DAYS: "
                  WS-STALE-COUNT
               MOVE WS-VALUE-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "CHARGED SO FAR: " WS-TOTAL-EDIT
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT SVCJOB-FILE.
           IF NOT FS-SVCJOB-OK
               DISPLAY "ERROR OPENING SVCJOB.DAT: " FS-SVCJOB
               MOVE "SERVICE-JOB-AGING" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SVCJOB.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SVCJOB TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       REPORT-ONE-STAGE.
           MOVE WS-STAGE-CODES (WS-STAGE-IDX:1) TO WS-STAGE-CODE.
           MOVE ZERO TO WS-STAGE-COUNT.
           INITIALIZE WS-BAND-COUNTS.
           DISPLAY " ".
           DISPLAY WS-STAGE-NAME (WS-STAGE-IDX).
           DISPLAY "JOB    CUSTOMER   PROD  INTAKE   OPEN  STAGE "
              "      CHARGED FAULT".
           MOVE ZERO TO SJ-NUMBER.
           MOVE "00" TO FS-SVCJOB.
           START SVCJOB-FILE KEY IS >= SJ-NUMBER
               INVALID KEY
                   SET FS-SVCJOB-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-JOB.
           PERFORM AGE-ONE-JOB UNTIL FS-SVCJOB-EOF.
           DISPLAY "  " WS-STAGE-COUNT " JOBS - 0-7 DAYS "
              WS-BAND-0-7 "  8-14 " WS-BAND-8-14 "  15-30 "
              WS-BAND-15-30 "  OVER 30 " WS-BAND-OVER-30.

       READ-NEXT-JOB.
           READ SVCJOB-FILE NEXT RECORD
               AT END
                   SET FS-SVCJOB-EOF TO TRUE
           END-READ.

       AGE-ONE-JOB.
           IF SJ-STATUS = WS-STAGE-CODE
               PERFORM PRINT-ONE-JOB
           END-IF.
           PERFORM READ-NEXT-JOB.

       PRINT-ONE-JOB.
           COMPUTE WS-DAYS-OPEN = WS-TODAY-INTEGER -
              FUNCTION INTEGER-OF-DATE(SJ-INTAKE-DATE).
           COMPUTE WS-DAYS-IN-STAGE = WS-TODAY-INTEGER -
              FUNCTION INTEGER-OF-DATE(SJ-STATUS-DATE).
           COMPUTE WS-JOB-VALUE = SJ-PARTS-VALUE + SJ-LABOUR-VALUE.
           ADD WS-JOB-VALUE TO WS-VALUE-TOTAL.
           ADD 1 TO WS-STAGE-COUNT WS-OPEN-COUNT.
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN <= 7
                   ADD 1 TO WS-BAND-0-7
               WHEN WS-DAYS-OPEN <= 14
                   ADD 1 TO WS-BAND-8-14
               WHEN WS-DAYS-OPEN <= 30
                   ADD 1 TO WS-BAND-15-30
               WHEN OTHER
                   ADD 1 TO WS-BAND-OVER-30
           END-EVALUATE.
           MOVE WS-JOB-VALUE TO WS-MONEY-EDIT.
           IF SJ-READY AND WS-DAYS-IN-STAGE > WS-STALE-DAYS
               ADD 1 TO WS-STALE-COUNT
               DISPLAY SJ-NUMBER " " SJ-CLAVE-CLIENTE " "
                  SJ-PROD-CODE " " SJ-INTAKE-DATE " " WS-DAYS-OPEN
                  " " WS-DAYS-IN-STAGE " " WS-MONEY-EDIT " "
                  SJ-FAULT (1:20) " ** STALE **"
           ELSE
               DISPLAY SJ-NUMBER " " SJ-CLAVE-CLIENTE " "
                  SJ-PROD-CODE " " SJ-INTAKE-DATE " " WS-DAYS-OPEN
                  " " WS-DAYS-IN-STAGE " " WS-MONEY-EDIT " "
                  SJ-FAULT (1:20)
           END-IF.

       CLOSE-FILES.
           IF FS-SVCJOB-OK OR FS-SVCJOB-EOF
               CLOSE SVCJOB-FILE
           END-IF.
