       01  WS-BAND-8-30         PIC 9(5) VALUE ZERO.
       01  WS-BAND-OVER-30      PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           END-IF.
           IF NOT FS-SUSPENSE-OK
               DISPLAY "ERROR OPENING SUSPENSE.DAT: " FS-SUSPENSE
               MOVE "SUSPENSE-AGING-REPORT" TO ERP-PROGRAM
               MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
               MOVE "SUSPENSE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUSPENSE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-OK
               DISPLAY "ERROR CREATING SUSAGE.PRT: " FS-PRINT
               MOVE "SUSPENSE-AGING-REPORT" TO ERP-PROGRAM
               MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
               MOVE "SUSAGE.PRT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRINT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               CLOSE SUSPENSE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           DISPLAY "REPORT WRITTEN TO SUSAGE.PRT".
           CLOSE SUSPENSE-FILE.
           CLOSE PRINT-FILE.
           PERFORM ARCHIVE-REPORT.
           GOBACK.

       READ-NEXT-SUSPENSE.
           WRITE PRINT-LINE.
           MOVE ALL "=" TO PRINT-LINE.
           WRITE PRINT-LINE.

      * Every run is copied to the report archive for reprinting.
       ARCHIVE-REPORT.
           MOVE "SUSAGE.PRT" TO RAP-REPORT-FILE.
           MOVE "SUSPENSE-AGING-REPORT" TO RAP-PROGRAM.
           MOVE SPACES TO RAP-PARAMETERS.
           MOVE ZERO TO RAP-PAGES.
           CALL "REPORT-ARCHIVER" USING RPTARCH-PARMS.
