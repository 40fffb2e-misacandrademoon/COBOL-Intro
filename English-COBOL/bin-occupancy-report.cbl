       01  WS-RUN-TIME          PIC 9(6).
       01  WS-PRINT-RECORDS     PIC 9(7) VALUE ZERO.

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-OK
               DISPLAY "ERROR CREATING PRINT FILE: " FS-PRINT
               MOVE "BIN-OCCUPANCY-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "BINOCC.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRINT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT RELATIVE-FILE.
           IF NOT FS-RELATIVE-OK
               DISPLAY "ERROR OPENING relativo.dat: " FS-RELATIVE
               MOVE "BIN-OCCUPANCY-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "relativo.dat" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-RELATIVE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-BIN.
           CLOSE RELATIVE-FILE.
           IF FS-PRINT-OK
               CLOSE PRINT-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "BINOCC.PRT" TO RAP-REPORT-FILE.
           MOVE "BIN-OCCUPANCY-REPORT" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           MOVE WS-PAGE-NUMBER TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
