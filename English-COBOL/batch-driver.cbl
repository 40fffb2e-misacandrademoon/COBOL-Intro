      ******************************************************************
      * Author:
      * Date:
      * Purpose: Runs the nightly job streams off the JOBSTEP.DAT
      *          control file kept by JOBSTEP-ENTRY - the daily
      *          stream, then the weekly, month-end and year-end
      *          streams when their step 00 header's run condition
      *          says they are due - each stream's steps in step
      *          number order. Each step names the program to CALL,
      *          a run condition off the CALENDAR.DAT business
      *          calendar (always, month-end, year-end, the last
      *          business day of the week or a fixed weekday),
      *          whether a failure stops the run or lets the stream
      *          carry on, and a hold flag operations can set for
      *          one night or until released. The called program's
      *          RETURN-CODE is checked after each step and each
      *          step's start time, end time, return code and
      *          outcome - complete, failed, skipped or held - is
      *          written to JOBHIST.DAT under its stream. A restart
      *          mode consults tonight's history and resumes each
      *          stream at the first step that did not complete. The
      *          run refuses to start for a day that END-OF-DAY-CLOSE
      *          has not closed, or for a day the business calendar
      *          marks non-working; without a calendar, month-end and
      *          year-end fall back to the last day of the month and
      *          of December and the week ends on Friday. Posting the
      *          day's sales is not part of this unattended run
      *          because CREATE-SELLS is an interactive,
      *          operator-driven program; it is run on its own before
      *          this job starts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CLOSE-DATE
               FILE STATUS IS FS-DAYCLOSE.

           SELECT JOBSTEP-FILE ASSIGN TO "JOBSTEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JS-KEY
               FILE STATUS IS FS-JOBSTEP.

           SELECT JOBHIST-FILE ASSIGN TO "JOBHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-JOBHIST.
       FD  DAYCLOSE-FILE.
       COPY DAYCLOSE-RECORD.

       FD  JOBSTEP-FILE.
       COPY JOBSTEP-RECORD.

       FD  JOBHIST-FILE.
       COPY JOBHIST-RECORD.
       FD  DATE-PARM-FILE.
       01  FS-DAYCLOSE           PIC XX.
           88 FS-DAYCLOSE-OK     VALUE "00".

       01  FS-JOBSTEP            PIC XX.
           88 FS-JOBSTEP-OK      VALUE "00".
           88 FS-JOBSTEP-EOF     VALUE "10".

       01  FS-JOBHIST            PIC XX.
           88 FS-JOBHIST-OK      VALUE "00".
           88 FS-JOBHIST-EOF     VALUE "10".
       01  WS-DATE-INTEGER       PIC 9(8).

       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-TODAY-INTEGER      PIC 9(8).
       01  WS-WEEKDAY            PIC 9.
       01  WS-TOMORROW-DATE      PIC 9(8).
       01  WS-TODAY-WEEK         PIC 9(7).
       01  WS-NEXT-DAY-WEEK      PIC 9(7).
       01  WS-STEP-NAME          PIC X(24).
       01  WS-STEP-NUMBER        PIC 9(2).
       01  WS-FIRST-STEP         PIC 9(3) VALUE 1.
       01  WS-STEP-START-TIME    PIC 9(6).
       01  WS-STEP-RC            PIC 9(4).
       01  WS-CALL-PROGRAM       PIC X(30).
       01  WS-HIST-STATUS        PIC X.
       01  WS-STEP-FAILED        PIC X VALUE "N".
           88 WS-STEP-HAS-FAILED VALUE "Y".
       01  WS-FAILED-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-RUN-COUNT          PIC 9(3) VALUE ZERO.

       01  WS-STREAM-CODES       PIC X(4) VALUE "DWMY".
       01  WS-STREAM-NAMES.
           05 FILLER             PIC X(9) VALUE "DAILY".
           05 FILLER             PIC X(9) VALUE "WEEKLY".
           05 FILLER             PIC X(9) VALUE "MONTH-END".
           05 FILLER             PIC X(9) VALUE "YEAR-END".
       01  WS-STREAM-NAME-TABLE REDEFINES WS-STREAM-NAMES.
           05 WS-STREAM-NAME     PIC X(9) OCCURS 4 TIMES.
       01  WS-STREAM-IDX         PIC 9.
       01  WS-STREAM-CODE        PIC X.

       01  WS-CONDITION          PIC X.
           88 WS-CONDITION-MET   VALUE "Y".
       01  WS-HOLD-STATE         PIC X.
           88 WS-IS-HELD         VALUE "Y".

       01  WS-CAL-ACTION         PIC X.
       01  WS-CAL-DATE           PIC 9(8).
       01  WS-CAL-RESULT-DATE    PIC 9(8).
       01  WS-CAL-RESULT         PIC X.
       01  WS-MONTH-END-FLAG     PIC X.
       01  WS-YEAR-END-FLAG      PIC X.
       01  WS-WEEK-END-FLAG      PIC X.

       01  WS-RUN-MODE           PIC X.
           88 WS-MODE-FULL       VALUE "F", "f".
           88 WS-MODE-RESTART    VALUE "R", "r".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "NIGHTLY BATCH JOB STREAMS STARTING".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM CHECK-DAY-IS-CLOSED

           PERFORM CHECK-BUSINESS-DAY

           PERFORM OPEN-JOBSTEP-FILE

           PERFORM WRITE-DATE-PARM

           DISPLAY "(F)ULL RUN OR (R)ESTART FROM FAILED STEP: "
              WITH NO ADVANCING
           ACCEPT WS-RUN-MODE

           PERFORM RUN-ONE-STREAM
              VARYING WS-STREAM-IDX FROM 1 BY 1
              UNTIL WS-STREAM-IDX > 4
                 OR WS-STEP-HAS-FAILED

           CLOSE JOBSTEP-FILE

           PERFORM REMOVE-DATE-PARM

           EVALUATE TRUE
               WHEN WS-STEP-HAS-FAILED
                   DISPLAY "NIGHTLY BATCH JOB STREAMS HALTED"
               WHEN WS-FAILED-COUNT > ZERO
                   DISPLAY "NIGHTLY BATCH JOB STREAMS COMPLETED - "
                      WS-FAILED-COUNT " STEP(S) FAILED"
               WHEN OTHER
                   DISPLAY "NIGHTLY BATCH JOB STREAMS COMPLETED "
                      "SUCCESSFULLY - " WS-RUN-COUNT " STEP(S) RUN"
           END-EVALUATE
           STOP RUN.

       OPEN-JOBSTEP-FILE.
           OPEN INPUT JOBSTEP-FILE.
           IF NOT FS-JOBSTEP-OK
               DISPLAY "JOBSTEP.DAT COULD NOT BE OPENED: " FS-JOBSTEP
               MOVE "DAILY-BATCH-DRIVER" TO ERP-PROGRAM
               MOVE "OPEN-JOBSTEP-FILE" TO ERP-PARAGRAPH
               MOVE "JOBSTEP.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-JOBSTEP TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               DISPLAY "RUN JOBSTEP-ENTRY AND SEED THE STANDARD "
                  "STREAMS FIRST"
               DISPLAY "NIGHTLY BATCH JOB STREAMS HALTED"
               STOP RUN
           END-IF.

       WRITE-DATE-PARM.
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1.
                  WS-YESTERDAY-DATE
           ELSE
               DISPLAY "ERROR WRITING DATEPARM.DAT: " FS-DATE-PARM
               MOVE "DAILY-BATCH-DRIVER" TO ERP-PROGRAM
               MOVE "WRITE-DATE-PARM" TO ERP-PARAGRAPH
               MOVE "DATEPARM.DAT" TO ERP-FILE
               MOVE "WRITE" TO ERP-OPERATION
               MOVE FS-DATE-PARM TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       REMOVE-DATE-PARM.
           IF NOT FS-DAYCLOSE-OK
               DISPLAY "DAYCLOSE.DAT COULD NOT BE OPENED - RUN "
                  "END-OF-DAY-CLOSE FIRST"
               DISPLAY "NIGHTLY BATCH JOB STREAMS HALTED"
               STOP RUN
           END-IF.
           MOVE WS-TODAY-DATE TO CLOSE-DATE.
               INVALID KEY
                   DISPLAY "DAY " WS-TODAY-DATE " IS NOT CLOSED - "
                      "RUN END-OF-DAY-CLOSE FIRST"
                   DISPLAY "NIGHTLY BATCH JOB STREAMS HALTED"
                   CLOSE DAYCLOSE-FILE
                   STOP RUN
               NOT INVALID KEY
               WHEN "N"
                   DISPLAY "DAY " WS-TODAY-DATE " IS NOT A "
                      "BUSINESS DAY ON CALENDAR.DAT"
                   DISPLAY "NIGHTLY BATCH JOB STREAMS HALTED"
                   STOP RUN
               WHEN "U"
                   DISPLAY "NO BUSINESS CALENDAR FOR "
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
      * Day 1 of the integer calendar, 1 January 1601, was a Monday.
           COMPUTE WS-WEEKDAY =
              FUNCTION MOD(WS-TODAY-INTEGER - 1, 7) + 1.
           COMPUTE WS-DATE-INTEGER = WS-TODAY-INTEGER + 1.

           MOVE "M" TO WS-CAL-ACTION.
           CALL "CALENDAR-MANAGER" USING WS-CAL-ACTION WS-CAL-DATE
              WS-CAL-DAYS WS-CAL-RESULT-DATE WS-CAL-RESULT.
           MOVE WS-CAL-RESULT TO WS-MONTH-END-FLAG.
           IF WS-CAL-RESULT = "U"
               MOVE "N" TO WS-MONTH-END-FLAG
               COMPUTE WS-TOMORROW-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               IF WS-TOMORROW-DATE (1:6) NOT = WS-TODAY-DATE (1:6)
                   MOVE "Y" TO WS-MONTH-END-FLAG
               END-IF
           END-IF.

           MOVE "Y" TO WS-CAL-ACTION.
           CALL "CALENDAR-MANAGER" USING WS-CAL-ACTION WS-CAL-DATE
              WS-CAL-DAYS WS-CAL-RESULT-DATE WS-CAL-RESULT.
           MOVE WS-CAL-RESULT TO WS-YEAR-END-FLAG.
           IF WS-CAL-RESULT = "U"
               MOVE "N" TO WS-YEAR-END-FLAG
               IF WS-TODAY-DATE (5:4) = "1231"
                   MOVE "Y" TO WS-YEAR-END-FLAG
               END-IF
           END-IF.

      * The week ends tonight when the next business day falls in a
      * later Monday-to-Sunday week.
           MOVE "A" TO WS-CAL-ACTION.
           MOVE 1 TO WS-CAL-DAYS.
           CALL "CALENDAR-MANAGER" USING WS-CAL-ACTION WS-CAL-DATE
              WS-CAL-DAYS WS-CAL-RESULT-DATE WS-CAL-RESULT.
           MOVE "N" TO WS-WEEK-END-FLAG.
           IF WS-CAL-RESULT = "U"
               IF WS-WEEKDAY = 5
                   MOVE "Y" TO WS-WEEK-END-FLAG
               END-IF
           ELSE
               COMPUTE WS-NEXT-DAY-WEEK =
                  (FUNCTION INTEGER-OF-DATE(WS-CAL-RESULT-DATE) - 1) / 7
               COMPUTE WS-TODAY-WEEK = (WS-TODAY-INTEGER - 1) / 7
               IF WS-NEXT-DAY-WEEK > WS-TODAY-WEEK
                   MOVE "Y" TO WS-WEEK-END-FLAG
               END-IF
           END-IF.
           MOVE ZERO TO WS-CAL-DAYS.
           DISPLAY "WEEKDAY " WS-WEEKDAY "  MONTH-END "
              WS-MONTH-END-FLAG "  YEAR-END " WS-YEAR-END-FLAG
              "  LAST DAY OF WEEK " WS-WEEK-END-FLAG.

      * Step 00 of each stream is its header - its run condition and
      * hold flag decide whether the stream runs at all tonight.
       RUN-ONE-STREAM.
           MOVE WS-STREAM-CODES (WS-STREAM-IDX:1) TO WS-STREAM-CODE.
           MOVE WS-STREAM-CODE TO JS-STREAM.
           MOVE ZERO TO JS-STEP-NUMBER.
           READ JOBSTEP-FILE
               INVALID KEY
                   DISPLAY "NO " WS-STREAM-NAME (WS-STREAM-IDX)
                      " STREAM ON JOBSTEP.DAT - NOT SCHEDULED"
               NOT INVALID KEY
                   PERFORM TEST-RUN-CONDITION
                   PERFORM TEST-HOLD
                   EVALUATE TRUE
                       WHEN NOT WS-CONDITION-MET
                           DISPLAY WS-STREAM-NAME (WS-STREAM-IDX)
                              " STREAM NOT DUE TONIGHT"
                       WHEN WS-IS-HELD
                           DISPLAY WS-STREAM-NAME (WS-STREAM-IDX)
                              " STREAM HELD BY OPERATIONS"
                       WHEN OTHER
                           DISPLAY " "
                           DISPLAY WS-STREAM-NAME (WS-STREAM-IDX)
                              " STREAM STARTING"
                           PERFORM RUN-STREAM-STEPS
                   END-EVALUATE
           END-READ.

       RUN-STREAM-STEPS.
           IF WS-MODE-RESTART
               PERFORM FIND-RESTART-STEP
           ELSE
               MOVE 1 TO WS-FIRST-STEP
           END-IF.
           IF WS-FIRST-STEP > 99
               DISPLAY WS-STREAM-NAME (WS-STREAM-IDX)
                  " STREAM ALREADY COMPLETE TONIGHT"
           ELSE
               MOVE WS-STREAM-CODE TO JS-STREAM
               MOVE WS-FIRST-STEP TO JS-STEP-NUMBER
               START JOBSTEP-FILE KEY IS >= JS-KEY
                   INVALID KEY
                       SET FS-JOBSTEP-EOF TO TRUE
               END-START
               IF NOT FS-JOBSTEP-EOF
                   PERFORM READ-NEXT-STEP
               END-IF
               PERFORM RUN-ONE-STEP
                  UNTIL FS-JOBSTEP-EOF
                     OR JS-STREAM NOT = WS-STREAM-CODE
                     OR WS-STEP-HAS-FAILED
               MOVE "00" TO FS-JOBSTEP
           END-IF.

       READ-NEXT-STEP.
           READ JOBSTEP-FILE NEXT RECORD
               AT END
                   SET FS-JOBSTEP-EOF TO TRUE
           END-READ.

       TEST-RUN-CONDITION.
           MOVE "N" TO WS-CONDITION.
           EVALUATE TRUE
               WHEN JS-RUN-ALWAYS
                   MOVE "Y" TO WS-CONDITION
               WHEN JS-RUN-MONTH-END
                   MOVE WS-MONTH-END-FLAG TO WS-CONDITION
               WHEN JS-RUN-YEAR-END
                   MOVE WS-YEAR-END-FLAG TO WS-CONDITION
               WHEN JS-RUN-WEEK-END
                   MOVE WS-WEEK-END-FLAG TO WS-CONDITION
               WHEN JS-RUN-WEEKDAY
                   IF JS-RUN-WHEN = WS-WEEKDAY
                       MOVE "Y" TO WS-CONDITION
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN RUN CONDITION " JS-RUN-WHEN
                      " ON " JS-STREAM JS-STEP-NUMBER
           END-EVALUATE.

      * A hold dated for an earlier night has lapsed.
       TEST-HOLD.
           MOVE "N" TO WS-HOLD-STATE.
           IF JS-HELD
               IF JS-HOLD-DATE = ZERO OR JS-HOLD-DATE = WS-TODAY-DATE
                   MOVE "Y" TO WS-HOLD-STATE
               END-IF
           END-IF.

       FIND-RESTART-STEP.
           MOVE 1 TO WS-FIRST-STEP.
               PERFORM SCAN-HISTORY-RECORD UNTIL FS-JOBHIST-EOF
               CLOSE JOBHIST-FILE
           END-IF.
           IF WS-FIRST-STEP NOT > 99
               DISPLAY "RESTARTING " WS-STREAM-NAME (WS-STREAM-IDX)
                  " STREAM AT STEP " WS-FIRST-STEP
           END-IF.

       READ-NEXT-HISTORY.
           READ JOBHIST-FILE

       SCAN-HISTORY-RECORD.
           IF JOB-RUN-DATE = WS-TODAY-DATE
              AND JOB-STREAM = WS-STREAM-CODE
               IF JOB-FAILED
                   MOVE JOB-STEP-NUMBER TO WS-FIRST-STEP
               ELSE
                   COMPUTE WS-FIRST-STEP = JOB-STEP-NUMBER + 1
               END-IF
           END-IF.
           PERFORM READ-NEXT-HISTORY.

       RUN-ONE-STEP.
           MOVE JS-STEP-NUMBER TO WS-STEP-NUMBER.
           MOVE JS-STEP-NAME TO WS-STEP-NAME.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           MOVE ZERO TO WS-STEP-RC.
           PERFORM TEST-RUN-CONDITION.
           PERFORM TEST-HOLD.
           EVALUATE TRUE
               WHEN NOT WS-CONDITION-MET
                   DISPLAY "STEP SKIPPED - NOT DUE TONIGHT: "
                      WS-STEP-NAME
                   MOVE "S" TO WS-HIST-STATUS
                   PERFORM WRITE-HISTORY-RECORD
               WHEN WS-IS-HELD
                   DISPLAY "STEP HELD BY OPERATIONS: " WS-STEP-NAME
                   MOVE "H" TO WS-HIST-STATUS
                   PERFORM WRITE-HISTORY-RECORD
               WHEN OTHER
                   PERFORM CALL-STEP-PROGRAM
                   PERFORM CHECK-STEP-STATUS
           END-EVALUATE.
           IF NOT WS-STEP-HAS-FAILED
               PERFORM READ-NEXT-STEP
           END-IF.

      * The step program is released after each step so a program
      * that appears in more than one stream starts fresh each time.
       CALL-STEP-PROGRAM.
           MOVE JS-PROGRAM TO WS-CALL-PROGRAM.
           ADD 1 TO WS-RUN-COUNT.
           MOVE 0 TO RETURN-CODE.
           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   DISPLAY "PROGRAM " WS-CALL-PROGRAM
                      " COULD NOT BE LOADED"
                   MOVE 16 TO WS-STEP-RC
               NOT ON EXCEPTION
                   MOVE RETURN-CODE TO WS-STEP-RC
                   CANCEL WS-CALL-PROGRAM
           END-CALL.

       CHECK-STEP-STATUS.
           IF WS-STEP-RC NOT = 0
               MOVE "F" TO WS-HIST-STATUS
               PERFORM WRITE-HISTORY-RECORD
               ADD 1 TO WS-FAILED-COUNT
               IF JS-FAIL-CONTINUES
                   DISPLAY "BATCH STEP FAILED: " WS-STEP-NAME
                      " (RETURN CODE " WS-STEP-RC ") - STREAM "
                      "CONTINUES"
               ELSE
                   DISPLAY "BATCH STEP FAILED: " WS-STEP-NAME
                      " (RETURN CODE " WS-STEP-RC ")"
                   SET WS-STEP-HAS-FAILED TO TRUE
               END-IF
           ELSE
               MOVE "C" TO WS-HIST-STATUS
               PERFORM WRITE-HISTORY-RECORD
               DISPLAY "STEP COMPLETE: " WS-STEP-NAME
           END-IF.

           END-IF.
           IF FS-JOBHIST-OK
               MOVE WS-TODAY-DATE TO JOB-RUN-DATE
               MOVE WS-STREAM-CODE TO JOB-STREAM
               MOVE WS-STEP-NUMBER TO JOB-STEP-NUMBER
               MOVE WS-STEP-NAME TO JOB-STEP-NAME
               MOVE WS-STEP-START-TIME TO JOB-START-TIME
               ACCEPT JOB-END-TIME FROM TIME
               MOVE WS-STEP-RC TO JOB-RETURN-CODE
               MOVE WS-HIST-STATUS TO JOB-STATUS
               WRITE JOBHIST-RECORD
               CLOSE JOBHIST-FILE
           ELSE
               DISPLAY "ERROR OPENING JOBHIST.DAT: " FS-JOBHIST
               MOVE "DAILY-BATCH-DRIVER" TO ERP-PROGRAM
               MOVE "WRITE-HISTORY-RECORD" TO ERP-PARAGRAPH
               MOVE "JOBHIST.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-JOBHIST TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
