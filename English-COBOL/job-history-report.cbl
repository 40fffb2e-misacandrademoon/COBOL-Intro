      * Author:
      * Date:
      * Purpose: Lists past DAILY-BATCH-DRIVER runs off JOBHIST.DAT -
      *          each step's stream, start time, end time, return code
      *          and status (complete, failed, skipped as not due, or
      *          held by operations) - so a failed night can be
      *          diagnosed without scrolling console output.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-LAST-RUN-DATE     PIC 9(8) VALUE ZERO.
       01  WS-STEP-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-FAILED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT        PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY " "
               DISPLAY "STEP RECORDS LISTED: " WS-STEP-COUNT
               DISPLAY "FAILED STEPS: " WS-FAILED-COUNT
               DISPLAY "HELD STEPS:   " WS-HELD-COUNT
           END-IF.
           PERFORM CLOSE-FILE.
           STOP RUN.
           OPEN INPUT JOBHIST-FILE.
           IF NOT FS-JOBHIST-OK
               DISPLAY "ERROR OPENING JOBHIST.DAT: " FS-JOBHIST
               MOVE "JOB-HISTORY-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "JOBHIST.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-JOBHIST TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-HISTORY.
           IF JOB-RUN-DATE NOT = WS-LAST-RUN-DATE
               DISPLAY " "
               DISPLAY "RUN OF " JOB-RUN-DATE
               DISPLAY "STREAM STEP NAME                     START  "
                  "END    RC   ST"
               MOVE JOB-RUN-DATE TO WS-LAST-RUN-DATE
           END-IF.
           IF JOB-FAILED
               ADD 1 TO WS-FAILED-COUNT
           END-IF.
           IF JOB-HELD
               ADD 1 TO WS-HELD-COUNT
           END-IF.
           DISPLAY "  " JOB-STREAM "    " JOB-STEP-NUMBER "   "
              JOB-STEP-NAME " "
              JOB-START-TIME " " JOB-END-TIME " "
              JOB-RETURN-CODE " " JOB-STATUS.
           PERFORM READ-NEXT-HISTORY.
