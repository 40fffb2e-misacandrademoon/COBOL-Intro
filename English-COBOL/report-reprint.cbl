      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reprints archived report runs. Lists the runs
      *          REPORT-ARCHIVER has indexed in RPTINDEX.DAT for one
      *          report (or all of them) with the run date and time,
      *          parameters, operator and page count; shows a chosen
      *          run on screen or writes it to REPRINT.PRT line for
      *          line exactly as it was first produced; and maintains
      *          the RPTKEEP.DAT retention table of how many days
      *          each report's runs are kept before
      *          REPORT-ARCHIVE-PURGE removes them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-REPRINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTINDEX-FILE ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPX-ARCHIVE-NO
               ALTERNATE RECORD KEY IS RPX-REPORT-FILE
                  WITH DUPLICATES
               FILE STATUS IS FS-RPTINDEX.

           SELECT RPTKEEP-FILE ASSIGN TO "RPTKEEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEEP-REPORT-FILE
               FILE STATUS IS FS-RPTKEEP.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCHIVE.

           SELECT REPRINT-FILE ASSIGN TO "REPRINT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  RPTINDEX-FILE.
       COPY RPTINDEX-RECORD.

       FD  RPTKEEP-FILE.
       COPY RPTKEEP-RECORD.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE          PIC X(200).

       FD  REPRINT-FILE.
       01  REPRINT-LINE          PIC X(200).

       WORKING-STORAGE SECTION.
       01  FS-RPTINDEX          PIC XX.
           88 FS-RPTINDEX-OK    VALUE "00".
           88 FS-RPTINDEX-EOF   VALUE "10".

       01  FS-RPTKEEP           PIC XX.
           88 FS-RPTKEEP-OK     VALUE "00".
           88 FS-RPTKEEP-EOF    VALUE "10".
           88 FS-RPTKEEP-NOT-EXIST VALUE "35".

       01  FS-ARCHIVE           PIC XX.
           88 FS-ARCHIVE-OK     VALUE "00".
           88 FS-ARCHIVE-EOF    VALUE "10".

       01  FS-REPRINT           PIC XX.
           88 FS-REPRINT-OK     VALUE "00".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".

       01  WS-ACTION            PIC X.
           88 WS-ACTION-LIST    VALUE "L", "l".
           88 WS-ACTION-VIEW    VALUE "V", "v".
           88 WS-ACTION-REPRINT VALUE "R", "r".
           88 WS-ACTION-KEEP    VALUE "K", "k".

       01  WS-REPORT-NAME       PIC X(20).
       01  WS-ARCHIVE-NAME      PIC X(30).
       01  WS-ARCHIVE-NO        PIC 9(7).
       01  WS-KEEP-DAYS         PIC 9(4).
       01  WS-DEFAULT-KEEP-DAYS PIC 9(4) VALUE 90.
       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-LINE-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-FOUND-FLAG        PIC X.
           88 WS-FOUND          VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT RPTINDEX-FILE.
           IF NOT FS-RPTINDEX-OK
               DISPLAY "RPTINDEX.DAT NOT AVAILABLE: " FS-RPTINDEX
               MOVE "REPORT-REPRINT" TO ERP-PROGRAM
               MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
               MOVE "RPTINDEX.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-RPTINDEX TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM PROCESS-MENU UNTIL NOT WS-YES
               CLOSE RPTINDEX-FILE
           END-IF.
           STOP RUN.

       PROCESS-MENU.
           DISPLAY " ".
           DISPLAY "REPORT ARCHIVE AND REPRINT".
           DISPLAY "L - LIST RUNS | V - VIEW A RUN | R - REPRINT A RUN"
              " | K - KEEP DAYS".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-LIST
                   PERFORM LIST-RUNS
               WHEN WS-ACTION-VIEW
                   PERFORM VIEW-RUN
               WHEN WS-ACTION-REPRINT
                   PERFORM REPRINT-RUN
               WHEN WS-ACTION-KEEP
                   PERFORM SET-KEEP-DAYS
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

           DISPLAY " ".
           DISPLAY "DO YOU WANT TO CONTINUE? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       GET-REPORT-NAME.
           DISPLAY "REPORT FILE (ex: SALESSUM.PRT, BLANK = ALL): "
              WITH NO ADVANCING.
           ACCEPT WS-REPORT-NAME.
           MOVE FUNCTION UPPER-CASE(WS-REPORT-NAME) TO WS-REPORT-NAME.

       LIST-RUNS.
           PERFORM GET-REPORT-NAME.
           MOVE ZERO TO WS-LISTED-COUNT.
           IF WS-REPORT-NAME = SPACES
               MOVE ZERO TO RPX-ARCHIVE-NO
               START RPTINDEX-FILE KEY IS >= RPX-ARCHIVE-NO
                   INVALID KEY
                       SET FS-RPTINDEX-EOF TO TRUE
               END-START
           ELSE
               MOVE WS-REPORT-NAME TO RPX-REPORT-FILE
               START RPTINDEX-FILE KEY IS = RPX-REPORT-FILE
                   INVALID KEY
                       SET FS-RPTINDEX-EOF TO TRUE
               END-START
           END-IF.
           DISPLAY "ARCHIVE REPORT        RUN DATE TIME   OPER  PAGES"
              " PROGRAM".
           PERFORM LIST-NEXT-RUN UNTIL FS-RPTINDEX-EOF.
           DISPLAY "RUNS LISTED: " WS-LISTED-COUNT.

       LIST-NEXT-RUN.
           READ RPTINDEX-FILE NEXT RECORD
               AT END
                   SET FS-RPTINDEX-EOF TO TRUE
           END-READ.
           IF NOT FS-RPTINDEX-EOF
               IF WS-REPORT-NAME NOT = SPACES
                  AND RPX-REPORT-FILE NOT = WS-REPORT-NAME
                   SET FS-RPTINDEX-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-LISTED-COUNT
                   DISPLAY RPX-ARCHIVE-NO " " RPX-REPORT-FILE (1:14)
                      " " RPX-RUN-DATE " " RPX-RUN-TIME " "
                      RPX-OPERATOR " " RPX-PAGES " " RPX-PROGRAM
                   IF RPX-PARAMETERS NOT = SPACES
                       DISPLAY "        PARAMETERS: " RPX-PARAMETERS
                   END-IF
               END-IF
           END-IF.

       GET-ARCHIVE-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           DISPLAY "ARCHIVE NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-ARCHIVE-NO.
           MOVE WS-ARCHIVE-NO TO RPX-ARCHIVE-NO.
           READ RPTINDEX-FILE
               INVALID KEY
                   DISPLAY "ARCHIVE NUMBER NOT ON FILE"
               NOT INVALID KEY
                   MOVE RPX-ARCHIVE-FILE TO WS-ARCHIVE-NAME
                   OPEN INPUT ARCHIVE-FILE
                   IF FS-ARCHIVE-OK
                       MOVE "Y" TO WS-FOUND-FLAG
                       DISPLAY RPX-REPORT-FILE " RUN " RPX-RUN-DATE
                          " " RPX-RUN-TIME " BY " RPX-PROGRAM
                   ELSE
                       DISPLAY "ERROR OPENING " WS-ARCHIVE-NAME ": "
                          FS-ARCHIVE
                       MOVE "REPORT-REPRINT" TO ERP-PROGRAM
                       MOVE "GET-ARCHIVE-ENTRY" TO ERP-PARAGRAPH
                       MOVE WS-ARCHIVE-NAME TO ERP-FILE
                       MOVE "OPEN" TO ERP-OPERATION
                       MOVE FS-ARCHIVE TO ERP-STATUS
                       MOVE SPACES TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-IF
           END-READ.

       READ-NEXT-ARCHIVE-LINE.
           READ ARCHIVE-FILE
               AT END
                   SET FS-ARCHIVE-EOF TO TRUE
           END-READ.

       VIEW-RUN.
           PERFORM GET-ARCHIVE-ENTRY.
           IF WS-FOUND
               DISPLAY " "
               PERFORM READ-NEXT-ARCHIVE-LINE
               PERFORM SHOW-ARCHIVE-LINE UNTIL FS-ARCHIVE-EOF
               CLOSE ARCHIVE-FILE
           END-IF.

       SHOW-ARCHIVE-LINE.
           DISPLAY ARCHIVE-LINE (1:132).
           PERFORM READ-NEXT-ARCHIVE-LINE.

       REPRINT-RUN.
           PERFORM GET-ARCHIVE-ENTRY.
           IF WS-FOUND
               OPEN OUTPUT REPRINT-FILE
               IF FS-REPRINT-OK
                   MOVE ZERO TO WS-LINE-COUNT
                   PERFORM READ-NEXT-ARCHIVE-LINE
                   PERFORM COPY-ARCHIVE-LINE UNTIL FS-ARCHIVE-EOF
                   CLOSE REPRINT-FILE
                   DISPLAY "REPRINTED TO REPRINT.PRT: " WS-LINE-COUNT
                      " LINE(S), " RPX-PAGES " PAGE(S)"
               ELSE
                   DISPLAY "ERROR CREATING REPRINT.PRT: " FS-REPRINT
                   MOVE "REPORT-REPRINT" TO ERP-PROGRAM
                   MOVE "REPRINT-RUN" TO ERP-PARAGRAPH
                   MOVE "REPRINT.PRT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-REPRINT TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
               CLOSE ARCHIVE-FILE
           END-IF.

       COPY-ARCHIVE-LINE.
           MOVE ARCHIVE-LINE TO REPRINT-LINE.
           WRITE REPRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           PERFORM READ-NEXT-ARCHIVE-LINE.

      * Reports with no RPTKEEP.DAT entry keep the default period.
       SET-KEEP-DAYS.
           OPEN I-O RPTKEEP-FILE.
           IF FS-RPTKEEP-NOT-EXIST
               OPEN OUTPUT RPTKEEP-FILE
               CLOSE RPTKEEP-FILE
               OPEN I-O RPTKEEP-FILE
           END-IF.
           IF NOT FS-RPTKEEP-OK
               DISPLAY "ERROR OPENING RPTKEEP.DAT: " FS-RPTKEEP
               MOVE "REPORT-REPRINT" TO ERP-PROGRAM
               MOVE "SET-KEEP-DAYS" TO ERP-PARAGRAPH
               MOVE "RPTKEEP.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-RPTKEEP TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM LIST-KEEP-DAYS
               PERFORM GET-REPORT-NAME
               IF WS-REPORT-NAME NOT = SPACES
                   PERFORM UPDATE-KEEP-DAYS
               END-IF
               CLOSE RPTKEEP-FILE
           END-IF.

       LIST-KEEP-DAYS.
           DISPLAY "DEFAULT KEEP DAYS: " WS-DEFAULT-KEEP-DAYS.
           MOVE LOW-VALUES TO KEEP-REPORT-FILE.
           START RPTKEEP-FILE KEY IS > KEEP-REPORT-FILE
               INVALID KEY
                   SET FS-RPTKEEP-EOF TO TRUE
           END-START.
           PERFORM UNTIL FS-RPTKEEP-EOF
               READ RPTKEEP-FILE NEXT RECORD
                   AT END
                       SET FS-RPTKEEP-EOF TO TRUE
                   NOT AT END
                       DISPLAY "  " KEEP-REPORT-FILE " " KEEP-DAYS
                          " DAYS"
               END-READ
           END-PERFORM.

       UPDATE-KEEP-DAYS.
           DISPLAY "DAYS TO KEEP (0 = BACK TO DEFAULT): "
              WITH NO ADVANCING.
           ACCEPT WS-KEEP-DAYS.
           MOVE WS-REPORT-NAME TO KEEP-REPORT-FILE.
           READ RPTKEEP-FILE
               INVALID KEY
                   IF WS-KEEP-DAYS > ZERO
                       MOVE WS-REPORT-NAME TO KEEP-REPORT-FILE
                       MOVE WS-KEEP-DAYS TO KEEP-DAYS
                       WRITE RPTKEEP-RECORD
                           INVALID KEY
                               DISPLAY "ERROR WRITING RPTKEEP.DAT: "
                                  FS-RPTKEEP
                               MOVE "REPORT-REPRINT" TO ERP-PROGRAM
                               MOVE "UPDATE-KEEP-DAYS"
                                  TO ERP-PARAGRAPH
                               MOVE "RPTKEEP.DAT" TO ERP-FILE
                               MOVE "WRITE" TO ERP-OPERATION
                               MOVE FS-RPTKEEP TO ERP-STATUS
                               MOVE KEEP-REPORT-FILE TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF WS-KEEP-DAYS > ZERO
                       MOVE WS-KEEP-DAYS TO KEEP-DAYS
                       REWRITE RPTKEEP-RECORD
                   ELSE
                       DELETE RPTKEEP-FILE
                   END-IF
           END-READ.
           DISPLAY "KEEP DAYS UPDATED FOR " WS-REPORT-NAME.
