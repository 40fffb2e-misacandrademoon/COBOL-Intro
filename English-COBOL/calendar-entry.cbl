       01  WS-WRITTEN-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILE.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING CALENDAR.DAT: " FS-CALENDAR
               MOVE "CALENDAR-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "CALENDAR.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CALENDAR TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
                   ELSE
                       DISPLAY "ERROR WRITING " CAL-DATE ": "
                          FS-CALENDAR
                       MOVE "CALENDAR-ENTRY" TO ERP-PROGRAM
                       MOVE "GENERATE-ONE-DAY" TO ERP-PARAGRAPH
                       MOVE "CALENDAR.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-CALENDAR TO ERP-STATUS
                       MOVE CAL-DATE TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
                       INVALID KEY
                           DISPLAY "ERROR UPDATING DAY: "
                              FS-CALENDAR
                           MOVE "CALENDAR-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-DAY" TO ERP-PARAGRAPH
                           MOVE "CALENDAR.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CALENDAR TO ERP-STATUS
                           MOVE CAL-DATE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "DAY UPDATED"
                   END-REWRITE
