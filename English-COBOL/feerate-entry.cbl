      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintains the FEERATE.DAT fee table - container
      *          deposits and environmental fees charged per unit on
      *          top of the shelf price. Each fee code carries a
      *          description, the per-unit amount and the agency the
      *          money is remitted to. Products point at a fee code
      *          through PROD-FEE-CODE, so a rate change means editing
      *          one record here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEERATE-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEERATE-FILE ASSIGN TO "FEERATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-CODE
               FILE STATUS IS FS-FEERATE.

       DATA DIVISION.
       FILE SECTION.
       FD  FEERATE-FILE.
       COPY FEERATE-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-FEERATE           PIC XX.
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

       01  WS-CODE              PIC XX.
       01  WS-AMOUNT-EDIT       PIC X(7).
       01  WS-AMOUNT-DISPLAY    PIC ZZ9.99.
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.

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
           OPEN I-O FEERATE-FILE.
           IF FS-FILE-NOT-EXIST
               DISPLAY "CREATING NEW FILE..."
               OPEN OUTPUT FEERATE-FILE
               CLOSE FEERATE-FILE
               OPEN I-O FEERATE-FILE
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING FEERATE.DAT: " FS-FEERATE
               MOVE "FEERATE-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "FEERATE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-FEERATE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
           DISPLAY " ".
           DISPLAY "DEPOSIT / ENVIRONMENTAL FEE TABLE MAINTENANCE".
           DISPLAY "A - ADD | U - UPDATE | D - DELETE | L - LIST".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM ADD-FEE-CODE
               WHEN WS-ACTION-UPDATE
                   PERFORM UPDATE-FEE-CODE
               WHEN WS-ACTION-DELETE
                   PERFORM DELETE-FEE-CODE
               WHEN WS-ACTION-LIST
                   PERFORM LIST-FEE-CODES
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

           DISPLAY " ".
           DISPLAY "DO YOU WANT TO CONTINUE? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       ADD-FEE-CODE.
           DISPLAY "FEE CODE (2 characters): " WITH NO ADVANCING.
           ACCEPT FEE-CODE.
           IF FEE-CODE = SPACES
               DISPLAY "ERROR: FEE CODE CANNOT BE BLANK"
           ELSE
               PERFORM GET-FEE-FIELDS
               WRITE FEERATE-RECORD
                   INVALID KEY
                       EVALUATE TRUE
                           WHEN FS-DUPLICATE
                               DISPLAY "ERROR: DUPLICATE FEE CODE - "
                                  FEE-CODE
                           WHEN OTHER
                               DISPLAY "ERROR WRITING RECORD: "
                                  FS-FEERATE
                               MOVE "FEERATE-ENTRY" TO ERP-PROGRAM
                               MOVE "ADD-FEE-CODE" TO ERP-PARAGRAPH
                               MOVE "FEERATE.DAT" TO ERP-FILE
                               MOVE "WRITE" TO ERP-OPERATION
                               MOVE FS-FEERATE TO ERP-STATUS
                               MOVE FEE-CODE TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       END-EVALUATE
                   NOT INVALID KEY
                       DISPLAY "FEE CODE SUCCESSFULLY REGISTERED"
               END-WRITE
           END-IF.

       GET-FEE-FIELDS.
           DISPLAY "DESCRIPTION (20 characters): "
              WITH NO ADVANCING.
           ACCEPT FEE-DESCRIPTION.
           DISPLAY "AMOUNT PER UNIT (ex: 0.10): " WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-EDIT.
           COMPUTE FEE-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-EDIT).
           DISPLAY "REMIT TO AGENCY (20 characters): "
              WITH NO ADVANCING.
           ACCEPT FEE-AGENCY.

       UPDATE-FEE-CODE.
           DISPLAY "FEE CODE TO UPDATE: " WITH NO ADVANCING.
           ACCEPT WS-CODE.
           MOVE WS-CODE TO FEE-CODE.
           READ FEERATE-FILE
               INVALID KEY
                   DISPLAY "ERROR: FEE CODE NOT FOUND - " FEE-CODE
               NOT INVALID KEY
                   MOVE FEE-AMOUNT TO WS-AMOUNT-DISPLAY
                   DISPLAY "CURRENT DESCRIPTION: " FEE-DESCRIPTION
                   DISPLAY "CURRENT AMOUNT:      " WS-AMOUNT-DISPLAY
                   DISPLAY "CURRENT AGENCY:      " FEE-AGENCY
                   PERFORM GET-FEE-FIELDS
                   REWRITE FEERATE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-FEERATE
                           MOVE "FEERATE-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-FEE-CODE" TO ERP-PARAGRAPH
                           MOVE "FEERATE.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-FEERATE TO ERP-STATUS
                           MOVE FEE-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "FEE CODE SUCCESSFULLY UPDATED"
                   END-REWRITE
           END-READ.

       DELETE-FEE-CODE.
           DISPLAY "FEE CODE TO DELETE: " WITH NO ADVANCING.
           ACCEPT WS-CODE.
           MOVE WS-CODE TO FEE-CODE.
           DELETE FEERATE-FILE
               INVALID KEY
                   DISPLAY "ERROR: FEE CODE NOT FOUND - " FEE-CODE
               NOT INVALID KEY
                   DISPLAY "FEE CODE SUCCESSFULLY DELETED"
           END-DELETE.

       LIST-FEE-CODES.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE LOW-VALUES TO FEE-CODE.
           START FEERATE-FILE KEY IS >= FEE-CODE
               INVALID KEY
                   SET FS-END-OF-FILE TO TRUE
           END-START.
           PERFORM READ-NEXT-FEE-CODE.
           PERFORM PRINT-FEE-CODE-LINE UNTIL FS-END-OF-FILE.
           DISPLAY "FEE CODES ON FILE: " WS-LISTED-COUNT.
           MOVE "00" TO FS-FEERATE.

       READ-NEXT-FEE-CODE.
           READ FEERATE-FILE NEXT RECORD
               AT END
                   SET FS-END-OF-FILE TO TRUE
           END-READ.

       PRINT-FEE-CODE-LINE.
           MOVE FEE-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY FEE-CODE " - " FEE-DESCRIPTION " " WS-AMOUNT-DISPLAY
              " PER UNIT  REMIT TO " FEE-AGENCY.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM READ-NEXT-FEE-CODE.

       TERMINATE-FILE.
           CLOSE FEERATE-FILE.
           DISPLAY "PROGRAM FINISHED.".
