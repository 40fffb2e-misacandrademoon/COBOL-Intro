      ******************************************************************
      * Author:
      * Date:
      * Purpose: Report spool archiver, CALLed by every report
      *          program once its .PRT file is closed. Copies the run
      *          line for line to a dated archive file named after
      *          the report (SALESSUM.yyyymmdd.hhmmss and so on) and
      *          writes an RPTINDEX.DAT entry carrying the report
      *          name, run date and time, the program and parameters
      *          it ran with, the operator signed on at SIGNON.DAT
      *          (zero for the unattended batch), and the page and
      *          line counts, so REPORT-REPRINT can put the run back
      *          exactly as it was first produced. Reports that do
      *          not page pass zero pages and are counted at 60
      *          lines a page. A failure to archive is DISPLAYed and
      *          logged and never stops the caller.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-ARCHIVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCHIVE.

           SELECT RPTINDEX-FILE ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPX-ARCHIVE-NO
               ALTERNATE RECORD KEY IS RPX-REPORT-FILE
                  WITH DUPLICATES
               FILE STATUS IS FS-RPTINDEX.

           SELECT SEQ-CONTROL-FILE ASSIGN TO "RPTSEQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SEQ-CONTROL.

           SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SIGNON.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(200).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE          PIC X(200).

       FD  RPTINDEX-FILE.
       COPY RPTINDEX-RECORD.

       FD  SEQ-CONTROL-FILE.
       01  SEQ-CONTROL-RECORD.
           05 RPTSEQ-LAST        PIC 9(7).

       FD  SIGNON-FILE.
       COPY SIGNON-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-REPORT            PIC XX.
           88 FS-REPORT-OK      VALUE "00".
           88 FS-REPORT-EOF     VALUE "10".

       01  FS-ARCHIVE           PIC XX.
           88 FS-ARCHIVE-OK     VALUE "00".

       01  FS-RPTINDEX          PIC XX.
           88 FS-RPTINDEX-OK    VALUE "00".
           88 FS-RPTINDEX-NOT-EXIST VALUE "35".

       01  FS-SEQ-CONTROL       PIC XX.
           88 FS-SEQ-CONTROL-OK VALUE "00".

       01  FS-SIGNON            PIC XX.
           88 FS-SIGNON-OK      VALUE "00".

       01  WS-REPORT-NAME       PIC X(20).
       01  WS-ARCHIVE-NAME      PIC X(30).
       01  WS-REPORT-BASE       PIC X(20).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-TIME          PIC 9(8).
       01  WS-LINE-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-LINES-PER-PAGE    PIC 9(2) VALUE 60.
       01  WS-OPERATOR          PIC 9(5).

       COPY ERRLOG-PARMS.

       LINKAGE SECTION.
       COPY RPTARCH-PARMS.

       PROCEDURE DIVISION USING RPTARCH-PARMS.
       MAIN-PROCEDURE.
           MOVE RAP-REPORT-FILE TO WS-REPORT-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-REPORT-BASE.
           UNSTRING WS-REPORT-NAME DELIMITED BY "."
              INTO WS-REPORT-BASE
           END-UNSTRING.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING WS-REPORT-BASE DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-RUN-TIME (1:6) DELIMITED BY SIZE
                  INTO WS-ARCHIVE-NAME
           END-STRING.
           OPEN INPUT REPORT-FILE.
           IF NOT FS-REPORT-OK
               DISPLAY "ERROR OPENING " WS-REPORT-NAME " TO ARCHIVE: "
                  FS-REPORT
               MOVE "REPORT-ARCHIVER" TO ERP-PROGRAM
               MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
               MOVE WS-REPORT-NAME TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-REPORT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               GOBACK
           END-IF.
           OPEN OUTPUT ARCHIVE-FILE.
           IF NOT FS-ARCHIVE-OK
               DISPLAY "ERROR CREATING " WS-ARCHIVE-NAME ": "
                  FS-ARCHIVE
               MOVE "REPORT-ARCHIVER" TO ERP-PROGRAM
               MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
               MOVE WS-ARCHIVE-NAME TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARCHIVE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           MOVE ZERO TO WS-LINE-COUNT.
           PERFORM READ-NEXT-LINE.
           PERFORM COPY-LINE UNTIL FS-REPORT-EOF.
           CLOSE REPORT-FILE.
           CLOSE ARCHIVE-FILE.
           PERFORM WRITE-INDEX-ENTRY.
           GOBACK.

       READ-NEXT-LINE.
           READ REPORT-FILE
               AT END
                   SET FS-REPORT-EOF TO TRUE
           END-READ.

       COPY-LINE.
           MOVE REPORT-LINE TO ARCHIVE-LINE.
           WRITE ARCHIVE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           PERFORM READ-NEXT-LINE.

       WRITE-INDEX-ENTRY.
           PERFORM READ-SESSION-OPERATOR.
           OPEN I-O RPTINDEX-FILE.
           IF FS-RPTINDEX-NOT-EXIST
               OPEN OUTPUT RPTINDEX-FILE
               CLOSE RPTINDEX-FILE
               OPEN I-O RPTINDEX-FILE
           END-IF.
           IF NOT FS-RPTINDEX-OK
               DISPLAY "ERROR OPENING RPTINDEX.DAT: " FS-RPTINDEX
               MOVE "REPORT-ARCHIVER" TO ERP-PROGRAM
               MOVE "WRITE-INDEX-ENTRY" TO ERP-PARAGRAPH
               MOVE "RPTINDEX.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-RPTINDEX TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM GET-NEXT-ARCHIVE-NO
               MOVE WS-REPORT-NAME TO RPX-REPORT-FILE
               MOVE WS-RUN-DATE TO RPX-RUN-DATE
               MOVE WS-RUN-TIME (1:6) TO RPX-RUN-TIME
               MOVE RAP-PROGRAM TO RPX-PROGRAM
               MOVE RAP-PARAMETERS TO RPX-PARAMETERS
               MOVE WS-OPERATOR TO RPX-OPERATOR
               MOVE WS-LINE-COUNT TO RPX-LINES
               IF RAP-PAGES > ZERO
                   MOVE RAP-PAGES TO RPX-PAGES
               ELSE
                   COMPUTE RPX-PAGES = (WS-LINE-COUNT
                      + WS-LINES-PER-PAGE - 1) / WS-LINES-PER-PAGE
               END-IF
               MOVE WS-ARCHIVE-NAME TO RPX-ARCHIVE-FILE
               WRITE RPTINDEX-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING RPTINDEX.DAT: "
                          FS-RPTINDEX
                       MOVE "REPORT-ARCHIVER" TO ERP-PROGRAM
                       MOVE "WRITE-INDEX-ENTRY" TO ERP-PARAGRAPH
                       MOVE "RPTINDEX.DAT" TO ERP-FILE
                       MOVE "WRITE" TO ERP-OPERATION
                       MOVE FS-RPTINDEX TO ERP-STATUS
                       MOVE RPX-ARCHIVE-NO TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       DISPLAY WS-REPORT-NAME " ARCHIVED AS "
                          WS-ARCHIVE-NAME
               END-WRITE
               CLOSE RPTINDEX-FILE
           END-IF.

       GET-NEXT-ARCHIVE-NO.
           OPEN INPUT SEQ-CONTROL-FILE.
           IF FS-SEQ-CONTROL-OK
               READ SEQ-CONTROL-FILE
                   AT END
                       MOVE ZERO TO RPTSEQ-LAST
               END-READ
               CLOSE SEQ-CONTROL-FILE
           ELSE
               MOVE ZERO TO RPTSEQ-LAST
           END-IF.
           ADD 1 TO RPTSEQ-LAST.
           MOVE RPTSEQ-LAST TO RPX-ARCHIVE-NO.
           OPEN OUTPUT SEQ-CONTROL-FILE.
           WRITE SEQ-CONTROL-RECORD.
           CLOSE SEQ-CONTROL-FILE.

       READ-SESSION-OPERATOR.
           MOVE ZERO TO WS-OPERATOR.
           OPEN INPUT SIGNON-FILE.
           IF FS-SIGNON-OK
               READ SIGNON-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SIGNON-OPER-ID TO WS-OPERATOR
               END-READ
               CLOSE SIGNON-FILE
           END-IF.
