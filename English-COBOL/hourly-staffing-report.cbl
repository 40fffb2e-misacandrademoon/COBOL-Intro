      ******************************************************************
      * Author:
      * Date:
      * Purpose: Hourly sales and staffing pattern report for setting
      *          the weekly counter rota. Reads EJOURNAL.DAT for a
      *          date range and shows, for each weekday and hour of
      *          the day, the average number of tickets (ticket-total
      *          events), revenue, items per ticket (quantities on
      *          the lines posted) and operators signed on, with
      *          tickets per operator-hour. An operator counts as
      *          signed on for every hour from their first journal
      *          event of the day through their last. Each hour is
      *          marked over- or under-staffed when its tickets per
      *          operator-hour fall outside the target rate by more
      *          than the staffing band. Under the batch driver the
      *          date range comes from DATEPARM.DAT and the target
      *          rate defaults. Written to HOURSTAFF.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOURLY-STAFFING-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EJOURNAL-FILE ASSIGN TO "EJOURNAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-EJOURNAL.

           SELECT DATE-PARM-FILE ASSIGN TO "DATEPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DATE-PARM.

           SELECT PRINT-FILE ASSIGN TO "HOURSTAFF.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  EJOURNAL-FILE.
       COPY EJOURNAL-RECORD.

       FD  DATE-PARM-FILE.
       01  DATE-PARM-RECORD.
           05 PARM-FROM-DATE      PIC 9(8).
           05 FILLER              PIC X.
           05 PARM-TO-DATE        PIC 9(8).

       FD  PRINT-FILE.
       01  PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-EJOURNAL          PIC XX.
           88 FS-EJOURNAL-OK    VALUE "00".
           88 FS-EJOURNAL-EOF   VALUE "10".

       01  FS-DATE-PARM         PIC XX.
           88 FS-DATE-PARM-OK   VALUE "00".

       01  FS-PRINT             PIC XX.
           88 FS-PRINT-OK       VALUE "00".

       01  WS-FROM-DATE         PIC 9(8).
       01  WS-TO-DATE           PIC 9(8).
       01  WS-BATCH-FLAG        PIC X VALUE "N".
           88 WS-BATCH-RUN      VALUE "Y".

       01  WS-TARGET-RATE       PIC 9(3)V9.
       01  WS-DEFAULT-RATE      PIC 9(3)V9 VALUE 12.0.
       01  WS-STAFF-BAND        PIC V99 VALUE .20.
       01  WS-RATE-LOW          PIC 9(3)V99.
       01  WS-RATE-HIGH         PIC 9(3)V99.

      * Weekday 1 is Monday, as in the batch driver
       01  WS-DAY-NAMES-VALUES.
           05 FILLER             PIC X(3) VALUE "MON".
           05 FILLER             PIC X(3) VALUE "TUE".
           05 FILLER             PIC X(3) VALUE "WED".
           05 FILLER             PIC X(3) VALUE "THU".
           05 FILLER             PIC X(3) VALUE "FRI".
           05 FILLER             PIC X(3) VALUE "SAT".
           05 FILLER             PIC X(3) VALUE "SUN".
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-VALUES.
           05 WS-DAY-NAME        PIC X(3) OCCURS 7 TIMES.

      * Calendar days of each weekday inside the date range
       01  WS-WEEKDAY-DAYS.
           05 WS-DAYS-IN-RANGE   PIC 9(5) OCCURS 7 TIMES.

       01  WS-HOUR-TABLE.
           05 WS-HT-DAY OCCURS 7 TIMES.
               10 WS-HT-HOUR OCCURS 24 TIMES.
                   15 WS-HT-TICKETS     PIC 9(7).
                   15 WS-HT-REVENUE     PIC S9(11)V99.
                   15 WS-HT-ITEMS       PIC 9(9).
                   15 WS-HT-OPER-HOURS  PIC 9(7).

      * Operators seen on the journal day being read
       01  WS-DAY-OPER-TABLE.
           05 WS-DAY-OPER-ENTRY OCCURS 50 TIMES
                 INDEXED BY WS-OPER-IDX.
               10 WS-DO-OPERATOR     PIC 9(5).
               10 WS-DO-FIRST-HOUR   PIC 9(2).
               10 WS-DO-LAST-HOUR    PIC 9(2).
       01  WS-DAY-OPER-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-CURRENT-DATE      PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-WEEKDAY   PIC 9.

       01  WS-DATE-INTEGER      PIC 9(7).
       01  WS-FROM-INTEGER      PIC 9(7).
       01  WS-TO-INTEGER        PIC 9(7).
       01  WS-WEEKDAY           PIC 9.
       01  WS-DAY-IDX           PIC 9.
       01  WS-HOUR-IDX          PIC 9(2).
       01  WS-EVENT-HOUR        PIC 9(2).
       01  WS-FOUND-FLAG        PIC X VALUE "N".
           88 WS-FOUND          VALUE "Y".

       01  WS-AVG-TICKETS       PIC 9(5)V9.
       01  WS-AVG-REVENUE       PIC S9(9)V99.
       01  WS-ITEMS-PER-TICKET  PIC 9(5)V9.
       01  WS-AVG-OPERATORS     PIC 9(3)V9.
       01  WS-TICKETS-PER-OPER  PIC 9(5)V9.
       01  WS-STAFF-FLAG        PIC X(14).

       01  WS-TOTAL-TICKETS     PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-REVENUE     PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-OPER-HOURS  PIC 9(9) VALUE ZERO.
       01  WS-OVER-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-UNDER-COUNT       PIC 9(5) VALUE ZERO.

       01  WS-HOUR-EDIT         PIC 99.
       01  WS-TICKETS-EDIT      PIC ZZ,ZZ9.9.
       01  WS-REVENUE-EDIT      PIC -,---,--9.99.
       01  WS-ITEMS-EDIT        PIC ZZ,ZZ9.9.
       01  WS-OPERS-EDIT        PIC ZZ9.9.
       01  WS-RATE-EDIT         PIC ZZ,ZZ9.9.
       01  WS-TARGET-EDIT       PIC ZZ9.9.
       01  WS-COUNT-EDIT        PIC ZZZ,ZZZ,ZZ9.
       01  WS-GRAND-EDIT        PIC -,---,---,--9.99.

       01  WS-DETAIL-LINE       PIC X(132).
       01  WS-PAGE-NUMBER       PIC 9(4) VALUE ZERO.
       01  WS-PAGE-EDIT         PIC ZZZ9.
       01  WS-PAGE-LINES        PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE    PIC 9(2) VALUE 60.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-TIME          PIC 9(6).

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "HOURLY SALES AND STAFFING REPORT".
           PERFORM GET-REPORT-DATES.
           PERFORM GET-TARGET-RATE.
           PERFORM COUNT-WEEKDAYS-IN-RANGE.
           INITIALIZE WS-HOUR-TABLE.
           PERFORM OPEN-FILES.
           IF FS-EJOURNAL-OK
               PERFORM READ-NEXT-EVENT
               PERFORM TALLY-EVENT UNTIL FS-EJOURNAL-EOF
               PERFORM FLUSH-DAY-OPERATORS
               PERFORM PRINT-WEEKDAY
                  VARYING WS-DAY-IDX FROM 1 BY 1
                  UNTIL WS-DAY-IDX > 7
               PERFORM WRITE-END-OF-REPORT
               DISPLAY "REPORT WRITTEN TO HOURSTAFF.PRT"
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       GET-REPORT-DATES.
           OPEN INPUT DATE-PARM-FILE.
           IF FS-DATE-PARM-OK
               READ DATE-PARM-FILE
                   AT END
                       PERFORM PROMPT-REPORT-DATES
                   NOT AT END
                       MOVE "Y" TO WS-BATCH-FLAG
                       MOVE PARM-FROM-DATE TO WS-FROM-DATE
                       MOVE PARM-TO-DATE TO WS-TO-DATE
                       DISPLAY "DATE RANGE TAKEN FROM DATEPARM.DAT: "
                          WS-FROM-DATE " TO " WS-TO-DATE
               END-READ
               CLOSE DATE-PARM-FILE
           ELSE
               PERFORM PROMPT-REPORT-DATES
           END-IF.

       PROMPT-REPORT-DATES.
           DISPLAY "FROM DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE.
           DISPLAY "TO DATE (YYYYMMDD, 0 = TODAY): " WITH NO ADVANCING.
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = ZERO
               ACCEPT WS-TO-DATE FROM DATE YYYYMMDD
           END-IF.

       GET-TARGET-RATE.
           MOVE WS-DEFAULT-RATE TO WS-TARGET-RATE.
           IF NOT WS-BATCH-RUN
               MOVE WS-DEFAULT-RATE TO WS-TARGET-EDIT
               DISPLAY "TARGET TICKETS PER OPERATOR-HOUR (0 = "
                  WS-TARGET-EDIT "): " WITH NO ADVANCING
               ACCEPT WS-TARGET-RATE
               IF WS-TARGET-RATE = ZERO
                   MOVE WS-DEFAULT-RATE TO WS-TARGET-RATE
               END-IF
           END-IF.
           COMPUTE WS-RATE-LOW ROUNDED =
              WS-TARGET-RATE * (1 - WS-STAFF-BAND).
           COMPUTE WS-RATE-HIGH ROUNDED =
              WS-TARGET-RATE * (1 + WS-STAFF-BAND).

      * Averages are per calendar day of that weekday in the range,
      * so a weekday with no trade still counts toward its average.
      * Day 1 of the integer calendar, 1 January 1601, was a Monday.
       COUNT-WEEKDAYS-IN-RANGE.
           INITIALIZE WS-WEEKDAY-DAYS.
           COMPUTE WS-FROM-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-TO-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           PERFORM VARYING WS-DATE-INTEGER FROM WS-FROM-INTEGER BY 1
              UNTIL WS-DATE-INTEGER > WS-TO-INTEGER
               COMPUTE WS-WEEKDAY =
                  FUNCTION MOD(WS-DATE-INTEGER - 1, 7) + 1
               ADD 1 TO WS-DAYS-IN-RANGE (WS-WEEKDAY)
           END-PERFORM.

       OPEN-FILES.
           OPEN INPUT EJOURNAL-FILE.
           IF NOT FS-EJOURNAL-OK
               DISPLAY "ERROR OPENING EJOURNAL.DAT: " FS-EJOURNAL
               MOVE "HOURLY-STAFFING-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "EJOURNAL.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-EJOURNAL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-OK
               DISPLAY "ERROR CREATING PRINT FILE: " FS-PRINT
               MOVE "HOURLY-STAFFING-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "HOURSTAFF.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRINT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

       READ-NEXT-EVENT.
           READ EJOURNAL-FILE
               AT END
                   SET FS-EJOURNAL-EOF TO TRUE
           END-READ.

       TALLY-EVENT.
           IF EJ-DATE >= WS-FROM-DATE AND EJ-DATE <= WS-TO-DATE
               IF EJ-DATE NOT = WS-CURRENT-DATE
                   PERFORM FLUSH-DAY-OPERATORS
                   MOVE EJ-DATE TO WS-CURRENT-DATE
                   COMPUTE WS-CURRENT-WEEKDAY =
                      FUNCTION MOD(FUNCTION INTEGER-OF-DATE(EJ-DATE)
                      - 1, 7) + 1
               END-IF
               MOVE EJ-TIME (1:2) TO WS-EVENT-HOUR
               COMPUTE WS-HOUR-IDX = WS-EVENT-HOUR + 1
               EVALUATE TRUE
                   WHEN EJ-TICKET-TOTAL
                       ADD 1 TO WS-HT-TICKETS
                          (WS-CURRENT-WEEKDAY, WS-HOUR-IDX)
                       ADD EJ-AMOUNT TO WS-HT-REVENUE
                          (WS-CURRENT-WEEKDAY, WS-HOUR-IDX)
                   WHEN EJ-LINE-POSTED
                       ADD EJ-QUANTITY TO WS-HT-ITEMS
                          (WS-CURRENT-WEEKDAY, WS-HOUR-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF EJ-OPERATOR > ZERO
                   PERFORM NOTE-DAY-OPERATOR
               END-IF
           END-IF.
           PERFORM READ-NEXT-EVENT.

       NOTE-DAY-OPERATOR.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
              UNTIL WS-OPER-IDX > WS-DAY-OPER-COUNT OR WS-FOUND
               IF WS-DO-OPERATOR (WS-OPER-IDX) = EJ-OPERATOR
                   MOVE "Y" TO WS-FOUND-FLAG
                   IF WS-EVENT-HOUR < WS-DO-FIRST-HOUR (WS-OPER-IDX)
                       MOVE WS-EVENT-HOUR TO
                          WS-DO-FIRST-HOUR (WS-OPER-IDX)
                   END-IF
                   IF WS-EVENT-HOUR > WS-DO-LAST-HOUR (WS-OPER-IDX)
                       MOVE WS-EVENT-HOUR TO
                          WS-DO-LAST-HOUR (WS-OPER-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND AND WS-DAY-OPER-COUNT < 50
               ADD 1 TO WS-DAY-OPER-COUNT
               MOVE EJ-OPERATOR TO WS-DO-OPERATOR (WS-DAY-OPER-COUNT)
               MOVE WS-EVENT-HOUR TO
                  WS-DO-FIRST-HOUR (WS-DAY-OPER-COUNT)
               MOVE WS-EVENT-HOUR TO
                  WS-DO-LAST-HOUR (WS-DAY-OPER-COUNT)
           END-IF.

      * Each operator on the day just read is signed on for every
      * hour from their first event through their last.
       FLUSH-DAY-OPERATORS.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
              UNTIL WS-OPER-IDX > WS-DAY-OPER-COUNT
               PERFORM VARYING WS-HOUR-IDX
                  FROM WS-DO-FIRST-HOUR (WS-OPER-IDX) BY 1
                  UNTIL WS-HOUR-IDX > WS-DO-LAST-HOUR (WS-OPER-IDX)
                   ADD 1 TO WS-HT-OPER-HOURS
                      (WS-CURRENT-WEEKDAY, WS-HOUR-IDX + 1)
               END-PERFORM
           END-PERFORM.
           MOVE ZERO TO WS-DAY-OPER-COUNT.

       PRINT-WEEKDAY.
           IF WS-DAYS-IN-RANGE (WS-DAY-IDX) > ZERO
               PERFORM PRINT-HOUR-LINE
                  VARYING WS-HOUR-IDX FROM 1 BY 1
                  UNTIL WS-HOUR-IDX > 24
           END-IF.

       PRINT-HOUR-LINE.
           IF WS-HT-TICKETS (WS-DAY-IDX, WS-HOUR-IDX) > ZERO
              OR WS-HT-OPER-HOURS (WS-DAY-IDX, WS-HOUR-IDX) > ZERO
               COMPUTE WS-AVG-TICKETS ROUNDED =
                  WS-HT-TICKETS (WS-DAY-IDX, WS-HOUR-IDX)
                  / WS-DAYS-IN-RANGE (WS-DAY-IDX)
               COMPUTE WS-AVG-REVENUE ROUNDED =
                  WS-HT-REVENUE (WS-DAY-IDX, WS-HOUR-IDX)
                  / WS-DAYS-IN-RANGE (WS-DAY-IDX)
               COMPUTE WS-AVG-OPERATORS ROUNDED =
                  WS-HT-OPER-HOURS (WS-DAY-IDX, WS-HOUR-IDX)
                  / WS-DAYS-IN-RANGE (WS-DAY-IDX)
               MOVE ZERO TO WS-ITEMS-PER-TICKET
               IF WS-HT-TICKETS (WS-DAY-IDX, WS-HOUR-IDX) > ZERO
                   COMPUTE WS-ITEMS-PER-TICKET ROUNDED =
                      WS-HT-ITEMS (WS-DAY-IDX, WS-HOUR-IDX)
                      / WS-HT-TICKETS (WS-DAY-IDX, WS-HOUR-IDX)
               END-IF
               PERFORM RATE-STAFFING
               ADD WS-HT-TICKETS (WS-DAY-IDX, WS-HOUR-IDX)
                  TO WS-TOTAL-TICKETS
               ADD WS-HT-REVENUE (WS-DAY-IDX, WS-HOUR-IDX)
                  TO WS-TOTAL-REVENUE
               ADD WS-HT-OPER-HOURS (WS-DAY-IDX, WS-HOUR-IDX)
                  TO WS-TOTAL-OPER-HOURS
               COMPUTE WS-HOUR-EDIT = WS-HOUR-IDX - 1
               MOVE WS-AVG-TICKETS TO WS-TICKETS-EDIT
               MOVE WS-AVG-REVENUE TO WS-REVENUE-EDIT
               MOVE WS-ITEMS-PER-TICKET TO WS-ITEMS-EDIT
               MOVE WS-AVG-OPERATORS TO WS-OPERS-EDIT
               MOVE WS-TICKETS-PER-OPER TO WS-RATE-EDIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING WS-DAY-NAME (WS-DAY-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-HOUR-EDIT DELIMITED BY SIZE
                      ":00   " DELIMITED BY SIZE
                      WS-TICKETS-EDIT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-REVENUE-EDIT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-ITEMS-EDIT DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      WS-OPERS-EDIT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-RATE-EDIT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-STAFF-FLAG DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-PRINT-LINE
           END-IF.

      * Fewer tickets per operator-hour than the band allows means
      * more people on the counter than the trade needs.
       RATE-STAFFING.
           MOVE SPACES TO WS-STAFF-FLAG.
           MOVE ZERO TO WS-TICKETS-PER-OPER.
           IF WS-HT-OPER-HOURS (WS-DAY-IDX, WS-HOUR-IDX) = ZERO
               MOVE "NO OPERATOR" TO WS-STAFF-FLAG
               ADD 1 TO WS-UNDER-COUNT
           ELSE
               COMPUTE WS-TICKETS-PER-OPER ROUNDED =
                  WS-HT-TICKETS (WS-DAY-IDX, WS-HOUR-IDX)
                  / WS-HT-OPER-HOURS (WS-DAY-IDX, WS-HOUR-IDX)
               EVALUATE TRUE
                   WHEN WS-TICKETS-PER-OPER < WS-RATE-LOW
                       MOVE "OVER-STAFFED" TO WS-STAFF-FLAG
                       ADD 1 TO WS-OVER-COUNT
                   WHEN WS-TICKETS-PER-OPER > WS-RATE-HIGH
                       MOVE "UNDER-STAFFED" TO WS-STAFF-FLAG
                       ADD 1 TO WS-UNDER-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       WRITE-END-OF-REPORT.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-TOTAL-TICKETS TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "TICKETS IN RANGE:        " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-TOTAL-REVENUE TO WS-GRAND-EDIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "REVENUE IN RANGE:    " DELIMITED BY SIZE
                  WS-GRAND-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-TOTAL-OPER-HOURS TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "OPERATOR-HOURS IN RANGE: " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-OVER-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "HOURS OVER-STAFFED:      " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-UNDER-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "HOURS UNDER-STAFFED:     " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           DISPLAY "TICKETS IN RANGE: " WS-TOTAL-TICKETS.
           DISPLAY "HOURS OVER-STAFFED: " WS-OVER-COUNT
              "  UNDER-STAFFED: " WS-UNDER-COUNT.

       WRITE-PRINT-LINE.
           IF FS-PRINT-OK
               IF WS-PAGE-LINES >= WS-LINES-PER-PAGE
                   PERFORM WRITE-PAGE-HEADING
               END-IF
               MOVE WS-DETAIL-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               ADD 1 TO WS-PAGE-LINES
           END-IF.

       WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "HOURLY SALES AND STAFFING " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  "  RUN " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  "  PAGE " DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE WS-TARGET-RATE TO WS-TARGET-EDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "AVERAGES PER DAY - TARGET " DELIMITED BY SIZE
                  WS-TARGET-EDIT DELIMITED BY SIZE
                  " TICKETS PER OPERATOR-HOUR" DELIMITED BY SIZE
                  INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "DAY HOUR      TICKETS       REVENUE"
                     DELIMITED BY SIZE
                  " ITEMS/TKT OPERATORS TKT/OP-HR  STAFFING"
                     DELIMITED BY SIZE
                  INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 5 TO WS-PAGE-LINES.

       CLOSE-FILES.
           IF FS-EJOURNAL-OK OR FS-EJOURNAL-EOF
               CLOSE EJOURNAL-FILE
           END-IF.
           IF FS-PRINT-OK
               CLOSE PRINT-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "HOURSTAFF.PRT" TO RAP-REPORT-FILE.
           MOVE "HOURLY-STAFFING-REPORT" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           MOVE WS-TARGET-RATE TO WS-TARGET-EDIT.
           STRING "FROM " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  " TARGET " DELIMITED BY SIZE
                  WS-TARGET-EDIT DELIMITED BY SIZE
                  INTO RAP-PARAMETERS
           END-STRING.
           MOVE WS-PAGE-NUMBER TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
