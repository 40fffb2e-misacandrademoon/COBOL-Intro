       01  WS-EDIT-2            PIC -,---,---,--9.99.
       01  WS-EDIT-PCT          PIC ---9.9.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "YEAR-OVER-YEAR SALES COMPARISON".
       SUM-ONE-MONTH.
           MOVE ZERO TO WS-SUM-UNITS WS-SUM-REVENUE.
           MOVE WS-FROM-DATE TO PS-DATE.
           MOVE LOW-VALUES TO PS-PROD-CODE PS-TENDER PS-BRANCH.
           START PERSUM-FILE KEY IS >= PS-KEY
               INVALID KEY
                   SET FS-PERSUM-EOF TO TRUE
           OPEN INPUT PERSUM-FILE.
           IF NOT FS-PERSUM-OK
               DISPLAY "ERROR OPENING PERSUM.DAT: " FS-PERSUM
               MOVE "YOY-SALES-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "PERSUM.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PERSUM TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       CLOSE-FILE.
