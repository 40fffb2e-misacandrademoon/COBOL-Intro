      ******************************************************************
      * Author:
      * Date:
      * Purpose: Common file error logger, in the mold of
      *          LOST-SALE-WRITER. CALLed wherever a program meets a
      *          file status it did not expect, with the program,
      *          paragraph, file, operation, status code and key
      *          value; stamps the date, time and the operator signed
      *          on at SIGNON.DAT (zero for the unattended batch) and
      *          appends the entry to ERRORLOG.DAT, so a bad status
      *          hit overnight is still on record for
      *          ERROR-LOG-REPORT and OPS-DASHBOARD the next morning.
      *          A failure to log is DISPLAYed and never stops the
      *          caller.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERROR-LOGGER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERRLOG-FILE ASSIGN TO "ERRORLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ERRLOG.

           SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SIGNON.

       DATA DIVISION.
       FILE SECTION.
       FD  ERRLOG-FILE.
       COPY ERRLOG-RECORD.

       FD  SIGNON-FILE.
       COPY SIGNON-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-ERRLOG            PIC XX.
           88 FS-ERRLOG-OK      VALUE "00".
           88 FS-ERRLOG-NOT-EXIST VALUE "35".

       01  FS-SIGNON            PIC XX.
           88 FS-SIGNON-OK      VALUE "00".

       01  WS-OPERATOR          PIC 9(5).

       LINKAGE SECTION.
       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION USING ERRLOG-PARMS.
       MAIN-PROCEDURE.
           PERFORM READ-SESSION-OPERATOR.
           OPEN EXTEND ERRLOG-FILE.
           IF FS-ERRLOG-NOT-EXIST
               OPEN OUTPUT ERRLOG-FILE
           END-IF.
           IF NOT FS-ERRLOG-OK
               DISPLAY "ERROR OPENING ERRORLOG.DAT: " FS-ERRLOG
               GOBACK
           END-IF.
           ACCEPT ERR-DATE FROM DATE YYYYMMDD.
           ACCEPT ERR-TIME FROM TIME.
           MOVE ERP-PROGRAM TO ERR-PROGRAM.
           MOVE ERP-PARAGRAPH TO ERR-PARAGRAPH.
           MOVE ERP-FILE TO ERR-FILE.
           MOVE ERP-OPERATION TO ERR-OPERATION.
           MOVE ERP-STATUS TO ERR-STATUS.
           MOVE ERP-KEY TO ERR-KEY.
           MOVE WS-OPERATOR TO ERR-OPERATOR.
           WRITE ERRLOG-RECORD.
           IF NOT FS-ERRLOG-OK
               DISPLAY "ERROR WRITING ERRORLOG.DAT: " FS-ERRLOG
           END-IF.
           CLOSE ERRLOG-FILE.
           GOBACK.

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
