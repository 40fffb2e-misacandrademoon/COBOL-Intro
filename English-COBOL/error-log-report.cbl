      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily file error report. Reads the unexpected file
      *          status entries ERROR-LOGGER keeps on ERRORLOG.DAT
      *          from the date given through today - under the batch
      *          driver the date comes from DATEPARM.DAT, so the
      *          report covers the business day and the night's
      *          run - groups them by program, file, operation and
      *          status code with a count, the first and last time
      *          seen and the last key and operator, and prints the
      *          groups with a subtotal per program, a grand total
      *          and every entry in time order to ERRORLOG.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERROR-LOG-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERRLOG-FILE ASSIGN TO "ERRORLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ERRLOG.

           SELECT DATE-PARM-FILE ASSIGN TO "DATEPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DATE-PARM.

           SELECT REPORT-FILE ASSIGN TO "ERRORLOG.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  ERRLOG-FILE.
       COPY ERRLOG-RECORD.

       FD  DATE-PARM-FILE.
       01  DATE-PARM-RECORD.
           05 PARM-FROM-DATE      PIC 9(8).
           05 FILLER              PIC X.
           05 PARM-TO-DATE        PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-ERRLOG            PIC XX.
           88 FS-ERRLOG-OK      VALUE "00".
           88 FS-ERRLOG-EOF     VALUE "10".
           88 FS-ERRLOG-NOT-EXIST VALUE "35".

       01  FS-DATE-PARM         PIC XX.
           88 FS-DATE-PARM-OK   VALUE "00".

       01  FS-REPORT            PIC XX.
           88 FS-REPORT-OK      VALUE "00".

       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-START-DATE        PIC 9(8).
       01  WS-DATE-INTEGER      PIC 9(8).

       01  WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 200 TIMES INDEXED BY WS-IDX.
               10 WS-GRP-PROGRAM    PIC X(30).
               10 WS-GRP-FILE       PIC X(30).
               10 WS-GRP-OPERATION  PIC X(8).
               10 WS-GRP-STATUS     PIC X(2).
               10 WS-GRP-COUNT      PIC 9(5).
               10 WS-GRP-FIRST-DATE PIC 9(8).
               10 WS-GRP-FIRST-TIME PIC 9(6).
               10 WS-GRP-LAST-DATE  PIC 9(8).
               10 WS-GRP-LAST-TIME  PIC 9(6).
               10 WS-GRP-LAST-KEY   PIC X(30).
               10 WS-GRP-LAST-OPER  PIC 9(5).
       01  WS-GROUP-COUNT       PIC 9(3) VALUE ZERO.

       01  WS-PROGRAM-SEEN-TABLE.
           05 WS-SEEN-PROGRAM OCCURS 100 TIMES INDEXED BY WS-PIDX
                                PIC X(30).
       01  WS-SEEN-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-FOUND-FLAG        PIC X VALUE "N".
           88 WS-FOUND          VALUE "Y".

       01  WS-ENTRY-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-PROGRAM-COUNT     PIC 9(5).
       01  WS-SKIPPED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-COUNT-EDIT        PIC ZZ,ZZ9.
       01  WS-TIME-EDIT         PIC 99B99B99.

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "FILE ERROR LOG REPORT".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM GET-START-DATE.
           PERFORM OPEN-FILES.
           IF (FS-ERRLOG-OK OR FS-ERRLOG-NOT-EXIST) AND FS-REPORT-OK
               IF FS-ERRLOG-OK
                   PERFORM BUILD-GROUP-TABLE
                   CLOSE ERRLOG-FILE
               END-IF
               PERFORM WRITE-REPORT-HEADER
               PERFORM PRINT-BY-PROGRAM
                  VARYING WS-PIDX FROM 1 BY 1
                  UNTIL WS-PIDX > WS-SEEN-COUNT
               PERFORM WRITE-REPORT-TRAILER
               IF WS-ENTRY-COUNT > ZERO
                   PERFORM PRINT-ENTRY-DETAIL
               END-IF
               DISPLAY "FILE ERRORS LOGGED SINCE " WS-START-DATE ": "
                  WS-ENTRY-COUNT
               DISPLAY "REPORT WRITTEN TO ERRORLOG.PRT"
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

      * Under the batch driver DATEPARM.DAT names the business day
      * just closed; the report runs from it through tonight.
       GET-START-DATE.
           MOVE ZERO TO WS-START-DATE.
           OPEN INPUT DATE-PARM-FILE.
           IF FS-DATE-PARM-OK
               READ DATE-PARM-FILE
                   NOT AT END
                       MOVE PARM-FROM-DATE TO WS-START-DATE
               END-READ
               CLOSE DATE-PARM-FILE
           ELSE
               DISPLAY "ERRORS FROM DATE (YYYYMMDD, 0 = YESTERDAY): "
                  WITH NO ADVANCING
               ACCEPT WS-START-DATE
           END-IF.
           IF WS-START-DATE = ZERO
               COMPUTE WS-DATE-INTEGER =
                  FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1
               COMPUTE WS-START-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           END-IF.

       OPEN-FILES.
           OPEN INPUT ERRLOG-FILE.
           IF NOT FS-ERRLOG-OK AND NOT FS-ERRLOG-NOT-EXIST
               DISPLAY "ERROR OPENING ERRORLOG.DAT: " FS-ERRLOG
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT FS-REPORT-OK
               DISPLAY "ERROR CREATING ERRORLOG.PRT: " FS-REPORT
               MOVE "ERROR-LOG-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "ERRORLOG.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-REPORT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       BUILD-GROUP-TABLE.
           PERFORM READ-NEXT-ERROR.
           PERFORM COLLECT-ERROR UNTIL FS-ERRLOG-EOF.

       READ-NEXT-ERROR.
           READ ERRLOG-FILE
               AT END
                   SET FS-ERRLOG-EOF TO TRUE
           END-READ.

       COLLECT-ERROR.
           IF ERR-DATE >= WS-START-DATE AND ERR-DATE <= WS-TODAY-DATE
               ADD 1 TO WS-ENTRY-COUNT
               PERFORM FIND-GROUP-ENTRY
               IF WS-FOUND
                   ADD 1 TO WS-GRP-COUNT (WS-IDX)
                   MOVE ERR-DATE TO WS-GRP-LAST-DATE (WS-IDX)
                   MOVE ERR-TIME TO WS-GRP-LAST-TIME (WS-IDX)
                   MOVE ERR-KEY TO WS-GRP-LAST-KEY (WS-IDX)
                   MOVE ERR-OPERATOR TO WS-GRP-LAST-OPER (WS-IDX)
               END-IF
           END-IF.
           PERFORM READ-NEXT-ERROR.

       FIND-GROUP-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-GROUP-COUNT OR WS-FOUND
               IF WS-GRP-PROGRAM (WS-IDX) = ERR-PROGRAM
                  AND WS-GRP-FILE (WS-IDX) = ERR-FILE
                  AND WS-GRP-OPERATION (WS-IDX) = ERR-OPERATION
                  AND WS-GRP-STATUS (WS-IDX) = ERR-STATUS
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND
               COMPUTE WS-IDX = WS-IDX - 1
           ELSE
               PERFORM ADD-GROUP-ENTRY
           END-IF.

       ADD-GROUP-ENTRY.
           IF WS-GROUP-COUNT < 200
               ADD 1 TO WS-GROUP-COUNT
               SET WS-IDX TO WS-GROUP-COUNT
               MOVE "Y" TO WS-FOUND-FLAG
               MOVE ERR-PROGRAM TO WS-GRP-PROGRAM (WS-IDX)
               MOVE ERR-FILE TO WS-GRP-FILE (WS-IDX)
               MOVE ERR-OPERATION TO WS-GRP-OPERATION (WS-IDX)
               MOVE ERR-STATUS TO WS-GRP-STATUS (WS-IDX)
               MOVE ZERO TO WS-GRP-COUNT (WS-IDX)
               MOVE ERR-DATE TO WS-GRP-FIRST-DATE (WS-IDX)
               MOVE ERR-TIME TO WS-GRP-FIRST-TIME (WS-IDX)
               PERFORM REMEMBER-PROGRAM
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       REMEMBER-PROGRAM.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-PIDX FROM 1 BY 1
              UNTIL WS-PIDX > WS-SEEN-COUNT OR WS-FOUND
               IF WS-SEEN-PROGRAM (WS-PIDX) = ERR-PROGRAM
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND AND WS-SEEN-COUNT < 100
               ADD 1 TO WS-SEEN-COUNT
               MOVE ERR-PROGRAM TO WS-SEEN-PROGRAM (WS-SEEN-COUNT)
           END-IF.
           MOVE "Y" TO WS-FOUND-FLAG.

       WRITE-REPORT-HEADER.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILE ERRORS BY PROGRAM - " DELIMITED BY SIZE
                  WS-START-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ENTRY-COUNT = ZERO
               MOVE "NO FILE ERRORS LOGGED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PRINT-BY-PROGRAM.
           MOVE ZERO TO WS-PROGRAM-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING "PROGRAM: " DELIMITED BY SIZE
                  WS-SEEN-PROGRAM (WS-PIDX) DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE "FILE                           OPERATION ST  COUNT"
              TO REPORT-LINE.
           MOVE "FIRST SEEN       LAST SEEN        LAST KEY"
              TO REPORT-LINE (53:).
           MOVE "OPER" TO REPORT-LINE (127:).
           WRITE REPORT-LINE.
           PERFORM PRINT-PROGRAM-GROUP
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-GROUP-COUNT.
           MOVE WS-PROGRAM-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  PROGRAM TOTAL                              "
                  DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       PRINT-PROGRAM-GROUP.
           IF WS-GRP-PROGRAM (WS-IDX) = WS-SEEN-PROGRAM (WS-PIDX)
               ADD WS-GRP-COUNT (WS-IDX) TO WS-PROGRAM-COUNT
               MOVE WS-GRP-COUNT (WS-IDX) TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-GRP-FILE (WS-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GRP-OPERATION (WS-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-GRP-STATUS (WS-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-GRP-FIRST-DATE (WS-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GRP-FIRST-TIME (WS-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-GRP-LAST-DATE (WS-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GRP-LAST-TIME (WS-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-GRP-LAST-KEY (WS-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GRP-LAST-OPER (WS-IDX) DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       WRITE-REPORT-TRAILER.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENTRY-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "GRAND TOTAL                                  "
                  DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-SKIPPED-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "ENTRIES NOT GROUPED (TABLE FULL): "
                      DELIMITED BY SIZE
                      WS-SKIPPED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Second pass over the log lists every entry in the window in
      * the order it was written.
       PRINT-ENTRY-DETAIL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ENTRY DETAIL" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DATE     TIME     PROGRAM                        "
              TO REPORT-LINE.
           MOVE "PARAGRAPH                      FILE" TO
              REPORT-LINE (51:).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "OPERATION ST  KEY                            OPER"
              TO REPORT-LINE (19:).
           WRITE REPORT-LINE.
           OPEN INPUT ERRLOG-FILE.
           IF FS-ERRLOG-OK
               PERFORM READ-NEXT-ERROR
               PERFORM PRINT-ONE-ENTRY UNTIL FS-ERRLOG-EOF
               CLOSE ERRLOG-FILE
           END-IF.

       PRINT-ONE-ENTRY.
           IF ERR-DATE >= WS-START-DATE AND ERR-DATE <= WS-TODAY-DATE
               MOVE ERR-TIME TO WS-TIME-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING ERR-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TIME-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ERR-PROGRAM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ERR-PARAGRAPH DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ERR-FILE DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING ERR-OPERATION DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      ERR-STATUS DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      ERR-KEY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ERR-OPERATOR DELIMITED BY SIZE
                  INTO REPORT-LINE (19:)
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           PERFORM READ-NEXT-ERROR.

       CLOSE-FILES.
           IF FS-REPORT-OK
               CLOSE REPORT-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "ERRORLOG.PRT" TO RAP-REPORT-FILE.
           MOVE "ERROR-LOG-REPORT" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           STRING "FROM " DELIMITED BY SIZE
                  WS-START-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO RAP-PARAMETERS
           END-STRING.
           MOVE ZERO TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
