      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly purge of the report spool archive. Reads the
      *          RPTKEEP.DAT retention table REPORT-REPRINT maintains
      *          and removes every archived run in RPTINDEX.DAT older
      *          than its report's keep period (the default where the
      *          report has no entry) - both the archive file and its
      *          index entry - and reports how many runs were purged
      *          and kept.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-ARCHIVE-PURGE.

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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KEEP-REPORT-FILE
               FILE STATUS IS FS-RPTKEEP.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCHIVE.

       DATA DIVISION.
       FILE SECTION.
       FD  RPTINDEX-FILE.
       COPY RPTINDEX-RECORD.

       FD  RPTKEEP-FILE.
       COPY RPTKEEP-RECORD.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE          PIC X(200).

       WORKING-STORAGE SECTION.
       01  FS-RPTINDEX          PIC XX.
           88 FS-RPTINDEX-OK    VALUE "00".
           88 FS-RPTINDEX-EOF   VALUE "10".
           88 FS-RPTINDEX-NOT-EXIST VALUE "35".

       01  FS-RPTKEEP           PIC XX.
           88 FS-RPTKEEP-OK     VALUE "00".
           88 FS-RPTKEEP-EOF    VALUE "10".

       01  FS-ARCHIVE           PIC XX.
           88 FS-ARCHIVE-OK     VALUE "00".

       01  WS-KEEP-TABLE.
           05 WS-KEEP-ENTRY OCCURS 100 TIMES INDEXED BY WS-KEEP-IDX.
               10 WS-KEEP-REPORT    PIC X(20).
               10 WS-KEEP-DAYS      PIC 9(4).
       01  WS-KEEP-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-DEFAULT-KEEP-DAYS PIC 9(4) VALUE 90.
       01  WS-RUN-KEEP-DAYS     PIC 9(4).

       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-AGE-DAYS          PIC S9(7).
       01  WS-ARCHIVE-NAME      PIC X(30).
       01  WS-PURGED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-KEPT-COUNT        PIC 9(7) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-KEEP-TABLE.
           OPEN I-O RPTINDEX-FILE.
           EVALUATE TRUE
               WHEN FS-RPTINDEX-NOT-EXIST
                   DISPLAY "RPTINDEX.DAT NOT ON DISK - NOTHING TO PURGE"
               WHEN NOT FS-RPTINDEX-OK
                   DISPLAY "ERROR OPENING RPTINDEX.DAT: " FS-RPTINDEX
                   MOVE "REPORT-ARCHIVE-PURGE" TO ERP-PROGRAM
                   MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
                   MOVE "RPTINDEX.DAT" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-RPTINDEX TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM READ-NEXT-INDEX
                   PERFORM CHECK-ONE-RUN UNTIL FS-RPTINDEX-EOF
                   CLOSE RPTINDEX-FILE
                   DISPLAY "REPORT RUNS PURGED: " WS-PURGED-COUNT
                   DISPLAY "REPORT RUNS KEPT:   " WS-KEPT-COUNT
           END-EVALUATE.
           GOBACK.

       LOAD-KEEP-TABLE.
           OPEN INPUT RPTKEEP-FILE.
           IF FS-RPTKEEP-OK
               PERFORM UNTIL FS-RPTKEEP-EOF
                   READ RPTKEEP-FILE NEXT RECORD
                       AT END
                           SET FS-RPTKEEP-EOF TO TRUE
                       NOT AT END
                           IF WS-KEEP-COUNT < 100
                               ADD 1 TO WS-KEEP-COUNT
                               MOVE KEEP-REPORT-FILE TO
                                  WS-KEEP-REPORT (WS-KEEP-COUNT)
                               MOVE KEEP-DAYS TO
                                  WS-KEEP-DAYS (WS-KEEP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPTKEEP-FILE
           END-IF.

       READ-NEXT-INDEX.
           READ RPTINDEX-FILE NEXT RECORD
               AT END
                   SET FS-RPTINDEX-EOF TO TRUE
           END-READ.

       CHECK-ONE-RUN.
           MOVE WS-DEFAULT-KEEP-DAYS TO WS-RUN-KEEP-DAYS.
           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
              UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
               IF WS-KEEP-REPORT (WS-KEEP-IDX) = RPX-REPORT-FILE
                   MOVE WS-KEEP-DAYS (WS-KEEP-IDX) TO WS-RUN-KEEP-DAYS
               END-IF
           END-PERFORM.
           COMPUTE WS-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
              - FUNCTION INTEGER-OF-DATE(RPX-RUN-DATE).
           IF WS-AGE-DAYS > WS-RUN-KEEP-DAYS
               PERFORM PURGE-ONE-RUN
           ELSE
               ADD 1 TO WS-KEPT-COUNT
           END-IF.
           PERFORM READ-NEXT-INDEX.

      * An archive file already gone from disk still has its index
      * entry removed.
       PURGE-ONE-RUN.
           MOVE RPX-ARCHIVE-FILE TO WS-ARCHIVE-NAME.
           DELETE FILE ARCHIVE-FILE.
           DELETE RPTINDEX-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING INDEX ENTRY "
                      RPX-ARCHIVE-NO ": " FS-RPTINDEX
                   MOVE "REPORT-ARCHIVE-PURGE" TO ERP-PROGRAM
                   MOVE "PURGE-ONE-RUN" TO ERP-PARAGRAPH
                   MOVE "RPTINDEX.DAT" TO ERP-FILE
                   MOVE "DELETE" TO ERP-OPERATION
                   MOVE FS-RPTINDEX TO ERP-STATUS
                   MOVE RPX-ARCHIVE-NO TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-PURGED-COUNT
                   DISPLAY "PURGED " RPX-ARCHIVE-NO " "
                      WS-ARCHIVE-NAME
           END-DELETE.
