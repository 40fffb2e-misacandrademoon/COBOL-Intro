      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintains COMPETITOR.DAT, the stores whose shelf
      *          prices are checked in the fortnightly price survey
      *          (code, name, location and status). Surveys are
      *          keyed in through COMPETITOR-SURVEY and compared with
      *          our prices by PRICE-POSITION-REPORT, which leaves out
      *          competitors marked inactive. A competitor with
      *          surveys on COMPSURV.DAT cannot be deleted - mark it
      *          inactive instead so its survey history is kept.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPETITOR-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPETITOR-FILE ASSIGN TO "COMPETITOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CODE
               FILE STATUS IS FS-COMPETITOR.

           SELECT COMPSURV-FILE ASSIGN TO "COMPSURV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSV-KEY
               FILE STATUS IS FS-COMPSURV.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPETITOR-FILE.
       COPY COMPETITOR-RECORD.

       FD  COMPSURV-FILE.
       COPY COMPSURV-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-COMPETITOR        PIC XX.
           88 FS-OK             VALUE "00".
           88 FS-DUPLICATE      VALUE "22".
           88 FS-FILE-NOT-EXIST VALUE "35".
           88 FS-END-OF-FILE    VALUE "10".

       01  FS-COMPSURV          PIC XX.
           88 FS-COMPSURV-OK    VALUE "00".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".

       01  WS-ACTION            PIC X.
           88 WS-ACTION-ADD     VALUE "A", "a".
           88 WS-ACTION-UPDATE  VALUE "U", "u".
           88 WS-ACTION-DELETE  VALUE "D", "d".
           88 WS-ACTION-LIST    VALUE "L", "l".

       01  WS-CODE              PIC X(4).
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-SURVEY-FLAG       PIC X VALUE "N".
           88 WS-HAS-SURVEYS    VALUE "Y".
       01  WS-FIELD-VALID       PIC X.
           88 WS-FIELD-IS-VALID VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILE.
           IF FS-OK
               PERFORM PROCESS-MENU UNTIL NOT WS-YES
           END-IF.
           PERFORM TERMINATE-FILE.
           STOP RUN.

       INITIALIZE-FILE.
           OPEN I-O COMPETITOR-FILE.
           IF FS-FILE-NOT-EXIST
               DISPLAY "CREATING NEW FILE..."
               OPEN OUTPUT COMPETITOR-FILE
               CLOSE COMPETITOR-FILE
               OPEN I-O COMPETITOR-FILE
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING COMPETITOR.DAT: " FS-COMPETITOR
               MOVE "COMPETITOR-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "COMPETITOR.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-COMPETITOR TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
      * No survey file yet simply means no competitor has surveys
           OPEN INPUT COMPSURV-FILE.

       PROCESS-MENU.
           DISPLAY " ".
           DISPLAY "COMPETITOR MAINTENANCE".
           DISPLAY "A - ADD | U - UPDATE | D - DELETE | L - LIST".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM ADD-COMPETITOR
               WHEN WS-ACTION-UPDATE
                   PERFORM UPDATE-COMPETITOR
               WHEN WS-ACTION-DELETE
                   PERFORM DELETE-COMPETITOR
               WHEN WS-ACTION-LIST
                   PERFORM LIST-COMPETITORS
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

           DISPLAY " ".
           DISPLAY "DO YOU WANT TO CONTINUE? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       ADD-COMPETITOR.
           DISPLAY "COMPETITOR CODE (4 characters): "
              WITH NO ADVANCING.
           ACCEPT CMP-CODE.
           DISPLAY "NAME (25 characters): " WITH NO ADVANCING.
           ACCEPT CMP-NAME.
           DISPLAY "LOCATION (20 characters): " WITH NO ADVANCING.
           ACCEPT CMP-LOCATION.
           MOVE "A" TO CMP-STATUS.
           IF CMP-CODE = SPACES
               DISPLAY "ERROR: COMPETITOR CODE IS REQUIRED"
           ELSE
               WRITE COMPETITOR-RECORD
                   INVALID KEY
                       EVALUATE TRUE
                           WHEN FS-DUPLICATE
                               DISPLAY "ERROR: DUPLICATE COMPETITOR - "
                                  CMP-CODE
                           WHEN OTHER
                               DISPLAY "ERROR WRITING RECORD: "
                                  FS-COMPETITOR
                               MOVE "COMPETITOR-ENTRY" TO ERP-PROGRAM
                               MOVE "ADD-COMPETITOR" TO ERP-PARAGRAPH
                               MOVE "COMPETITOR.DAT" TO ERP-FILE
                               MOVE "WRITE" TO ERP-OPERATION
                               MOVE FS-COMPETITOR TO ERP-STATUS
                               MOVE CMP-CODE TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       END-EVALUATE
                   NOT INVALID KEY
                       DISPLAY "COMPETITOR SUCCESSFULLY REGISTERED"
               END-WRITE
           END-IF.

       UPDATE-COMPETITOR.
           DISPLAY "COMPETITOR CODE TO UPDATE: " WITH NO ADVANCING.
           ACCEPT WS-CODE.
           MOVE WS-CODE TO CMP-CODE.
           READ COMPETITOR-FILE
               INVALID KEY
                   DISPLAY "ERROR: COMPETITOR NOT FOUND - " WS-CODE
               NOT INVALID KEY
                   DISPLAY "CURRENT NAME: " CMP-NAME
                   DISPLAY "NAME (25 characters): " WITH NO ADVANCING
                   ACCEPT CMP-NAME
                   DISPLAY "CURRENT LOCATION: " CMP-LOCATION
                   DISPLAY "LOCATION (20 characters): "
                      WITH NO ADVANCING
                   ACCEPT CMP-LOCATION
                   DISPLAY "CURRENT STATUS: " CMP-STATUS
                   PERFORM GET-VALID-STATUS
                   REWRITE COMPETITOR-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-COMPETITOR
                           MOVE "COMPETITOR-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-COMPETITOR" TO ERP-PARAGRAPH
                           MOVE "COMPETITOR.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-COMPETITOR TO ERP-STATUS
                           MOVE CMP-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "COMPETITOR SUCCESSFULLY UPDATED"
                   END-REWRITE
           END-READ.

       GET-VALID-STATUS.
           MOVE "N" TO WS-FIELD-VALID.
           PERFORM UNTIL WS-FIELD-IS-VALID
               DISPLAY "STATUS (A - ACTIVE, I - INACTIVE): "
                  WITH NO ADVANCING
               ACCEPT CMP-STATUS
               MOVE FUNCTION UPPER-CASE(CMP-STATUS) TO CMP-STATUS
               IF CMP-STATUS-VALID
                   MOVE "Y" TO WS-FIELD-VALID
               ELSE
                   DISPLAY "INVALID STATUS - ENTER A OR I"
               END-IF
           END-PERFORM.

       DELETE-COMPETITOR.
           DISPLAY "COMPETITOR CODE TO DELETE: " WITH NO ADVANCING.
           ACCEPT WS-CODE.
           PERFORM FIND-SURVEYS.
           IF WS-HAS-SURVEYS
               DISPLAY "ERROR: SURVEYS ON FILE FOR " WS-CODE
                  " - MARK IT INACTIVE INSTEAD"
           ELSE
               MOVE WS-CODE TO CMP-CODE
               DELETE COMPETITOR-FILE
                   INVALID KEY
                       DISPLAY "ERROR: COMPETITOR NOT FOUND - "
                          WS-CODE
                   NOT INVALID KEY
                       DISPLAY "COMPETITOR SUCCESSFULLY DELETED"
               END-DELETE
           END-IF.

       FIND-SURVEYS.
           MOVE "N" TO WS-SURVEY-FLAG.
           IF FS-COMPSURV-OK
               MOVE WS-CODE TO CSV-COMPETITOR
               MOVE LOW-VALUES TO CSV-PROD-CODE
               MOVE ZERO TO CSV-SURVEY-DATE
               START COMPSURV-FILE KEY IS >= CSV-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ COMPSURV-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF CSV-COMPETITOR = WS-CODE
                                   MOVE "Y" TO WS-SURVEY-FLAG
                               END-IF
                       END-READ
               END-START
               MOVE "00" TO FS-COMPSURV
           END-IF.

       LIST-COMPETITORS.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE LOW-VALUES TO CMP-CODE.
           START COMPETITOR-FILE KEY IS >= CMP-CODE
               INVALID KEY
                   SET FS-END-OF-FILE TO TRUE
           END-START.
           PERFORM READ-NEXT-COMPETITOR.
           PERFORM PRINT-COMPETITOR-LINE UNTIL FS-END-OF-FILE.
           DISPLAY "COMPETITORS ON FILE: " WS-LISTED-COUNT.
           MOVE "00" TO FS-COMPETITOR.

       READ-NEXT-COMPETITOR.
           READ COMPETITOR-FILE NEXT RECORD
               AT END
                   SET FS-END-OF-FILE TO TRUE
           END-READ.

       PRINT-COMPETITOR-LINE.
           IF CMP-INACTIVE
               DISPLAY CMP-CODE " - " CMP-NAME " " CMP-LOCATION
                  " INACTIVE"
           ELSE
               DISPLAY CMP-CODE " - " CMP-NAME " " CMP-LOCATION
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM READ-NEXT-COMPETITOR.

       TERMINATE-FILE.
           CLOSE COMPETITOR-FILE.
           IF FS-COMPSURV-OK
               CLOSE COMPSURV-FILE
           END-IF.
           DISPLAY "PROGRAM FINISHED.".
