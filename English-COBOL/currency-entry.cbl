      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintains the CURRENCY.DAT exchange rate table - one
      *          record per foreign currency code and day, carrying
      *          how much local money one unit of that currency buys.
      *          The register only takes a foreign-cash tender when
      *          the day's rate is on file, and DEPOSIT-PREP values
      *          the counted foreign cash at the rate of the close
      *          date, so the rate has to be keyed each morning
      *          before the first foreign ticket.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURRENCY-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENCY-FILE ASSIGN TO "CURRENCY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-KEY
               FILE STATUS IS FS-CURRENCY.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENCY-FILE.
       COPY CURRENCY-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-CURRENCY          PIC XX.
           88 FS-OK             VALUE "00".
           88 FS-DUPLICATE      VALUE "22".
           88 FS-FILE-NOT-EXIST VALUE "35".
           88 FS-END-OF-FILE    VALUE "10".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".

       01  WS-ACTION            PIC X.
           88 WS-ACTION-ADD     VALUE "A", "a".
           88 WS-ACTION-UPDATE  VALUE "U", "u".
           88 WS-ACTION-DELETE  VALUE "D", "d".
           88 WS-ACTION-LIST    VALUE "L", "l".

       01  WS-CODE              PIC X(3).
       01  WS-RATE-DATE         PIC 9(8).
       01  WS-RATE-EDIT         PIC X(12).
       01  WS-RATE-DISPLAY      PIC ZZ9.999999.
       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.

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
           OPEN I-O CURRENCY-FILE.
           IF FS-FILE-NOT-EXIST
               DISPLAY "CREATING NEW FILE..."
               OPEN OUTPUT CURRENCY-FILE
               CLOSE CURRENCY-FILE
               OPEN I-O CURRENCY-FILE
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING CURRENCY.DAT: " FS-CURRENCY
               MOVE "CURRENCY-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "CURRENCY.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CURRENCY TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
           DISPLAY " ".
           DISPLAY "FOREIGN CURRENCY DAILY RATE MAINTENANCE".
           DISPLAY "A - ADD | U - UPDATE | D - DELETE | L - LIST".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM ADD-RATE
               WHEN WS-ACTION-UPDATE
                   PERFORM UPDATE-RATE
               WHEN WS-ACTION-DELETE
                   PERFORM DELETE-RATE
               WHEN WS-ACTION-LIST
                   PERFORM LIST-RATES
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

           DISPLAY " ".
           DISPLAY "DO YOU WANT TO CONTINUE? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       GET-RATE-KEY.
           DISPLAY "CURRENCY CODE (3 characters, ex: USD): "
              WITH NO ADVANCING.
           ACCEPT WS-CODE.
           MOVE FUNCTION UPPER-CASE(WS-CODE) TO WS-CODE.
           DISPLAY "RATE DATE (YYYYMMDD, 0 = TODAY): "
              WITH NO ADVANCING.
           ACCEPT WS-RATE-DATE.
           IF WS-RATE-DATE = ZERO
               ACCEPT WS-RATE-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-CODE TO CUR-CODE.
           MOVE WS-RATE-DATE TO CUR-RATE-DATE.

       GET-RATE-FIELDS.
           DISPLAY "DESCRIPTION (20 characters): "
              WITH NO ADVANCING.
           ACCEPT CUR-DESCRIPTION.
           MOVE ZERO TO CUR-RATE.
           PERFORM UNTIL CUR-RATE > ZERO
               DISPLAY "LOCAL MONEY PER ONE UNIT (ex: 17.250000): "
                  WITH NO ADVANCING
               ACCEPT WS-RATE-EDIT
               COMPUTE CUR-RATE = FUNCTION NUMVAL(WS-RATE-EDIT)
           END-PERFORM.

       ADD-RATE.
           PERFORM GET-RATE-KEY.
           IF CUR-CODE = SPACES
               DISPLAY "ERROR: CURRENCY CODE CANNOT BE BLANK"
           ELSE
               PERFORM GET-RATE-FIELDS
               WRITE CURRENCY-RECORD
                   INVALID KEY
                       EVALUATE TRUE
                           WHEN FS-DUPLICATE
                               DISPLAY "ERROR: RATE ALREADY ON FILE "
                                  "FOR " CUR-CODE " " CUR-RATE-DATE
                           WHEN OTHER
                               DISPLAY "ERROR WRITING RECORD: "
                                  FS-CURRENCY
                               MOVE "CURRENCY-ENTRY" TO ERP-PROGRAM
                               MOVE "ADD-RATE" TO ERP-PARAGRAPH
                               MOVE "CURRENCY.DAT" TO ERP-FILE
                               MOVE "WRITE" TO ERP-OPERATION
                               MOVE FS-CURRENCY TO ERP-STATUS
                               MOVE CUR-KEY TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       END-EVALUATE
                   NOT INVALID KEY
                       DISPLAY "RATE SUCCESSFULLY REGISTERED"
               END-WRITE
           END-IF.

       UPDATE-RATE.
           PERFORM GET-RATE-KEY.
           READ CURRENCY-FILE
               INVALID KEY
                   DISPLAY "ERROR: RATE NOT FOUND"
               NOT INVALID KEY
                   MOVE CUR-RATE TO WS-RATE-DISPLAY
                   DISPLAY "CURRENT DESCRIPTION: " CUR-DESCRIPTION
                   DISPLAY "CURRENT RATE:        " WS-RATE-DISPLAY
                   PERFORM GET-RATE-FIELDS
                   REWRITE CURRENCY-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-CURRENCY
                           MOVE "CURRENCY-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-RATE" TO ERP-PARAGRAPH
                           MOVE "CURRENCY.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CURRENCY TO ERP-STATUS
                           MOVE CUR-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "RATE SUCCESSFULLY UPDATED"
                   END-REWRITE
           END-READ.

       DELETE-RATE.
           PERFORM GET-RATE-KEY.
           DELETE CURRENCY-FILE
               INVALID KEY
                   DISPLAY "ERROR: RATE NOT FOUND"
               NOT INVALID KEY
                   DISPLAY "RATE SUCCESSFULLY DELETED"
           END-DELETE.

       LIST-RATES.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE LOW-VALUES TO CUR-KEY.
           START CURRENCY-FILE KEY IS >= CUR-KEY
               INVALID KEY
                   SET FS-END-OF-FILE TO TRUE
           END-START.
           PERFORM READ-NEXT-RATE.
           PERFORM PRINT-RATE-LINE UNTIL FS-END-OF-FILE.
           DISPLAY "RATES ON FILE: " WS-LISTED-COUNT.
           MOVE "00" TO FS-CURRENCY.

       READ-NEXT-RATE.
           READ CURRENCY-FILE NEXT RECORD
               AT END
                   SET FS-END-OF-FILE TO TRUE
           END-READ.

       PRINT-RATE-LINE.
           MOVE CUR-RATE TO WS-RATE-DISPLAY.
           DISPLAY CUR-CODE " " CUR-RATE-DATE " " CUR-DESCRIPTION " "
              WS-RATE-DISPLAY.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM READ-NEXT-RATE.

       TERMINATE-FILE.
           CLOSE CURRENCY-FILE.
           DISPLAY "PROGRAM FINISHED.".
