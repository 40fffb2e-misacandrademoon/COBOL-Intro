      ******************************************************************
      * Author:
      * Date:
      * Purpose: Writes one PROD-COST change to the COSTHIST.DAT cost
      *          history, in the mold of SUSPENSE-WRITER, for every
      *          program that moves the moving-average cost - RECEIVING
      *          for receipts and landed cost, COST-VARIANCE-APPLY for
      *          supplier invoice price variances, COST-CHANGE-APPLY
      *          for supplier price lists, KIT-WORK-ORDER for kit cost
      *          roll-ups. CALLed with the product, the old and new
      *          cost, the units on hand the change revalues, a source
      *          byte and the source document; the
      *          revaluation amount - the cost change times those
      *          units - is worked out here so GL-DAILY-JOURNAL can
      *          post it without recomputing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-HISTORY-WRITER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COSTHIST-FILE ASSIGN TO "COSTHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-COSTHIST.

       DATA DIVISION.
       FILE SECTION.
       FD  COSTHIST-FILE.
       COPY COSTHIST-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-COSTHIST          PIC XX.
           88 FS-COSTHIST-OK    VALUE "00".
           88 FS-COSTHIST-NOT-EXIST VALUE "35".

       COPY ERRLOG-PARMS.

       LINKAGE SECTION.
       01  LNK-PROD-CODE        PIC X(5).
       01  LNK-OLD-COST         PIC 9(7)V99.
       01  LNK-NEW-COST         PIC 9(7)V99.
       01  LNK-QTY-REVALUED     PIC 9(7).
       01  LNK-SOURCE           PIC X.
       01  LNK-DOCUMENT         PIC X(20).
       01  LNK-RESULT           PIC X.

       PROCEDURE DIVISION USING LNK-PROD-CODE LNK-OLD-COST
              LNK-NEW-COST LNK-QTY-REVALUED LNK-SOURCE LNK-DOCUMENT
              LNK-RESULT.
       MAIN-PROCEDURE.
           MOVE "N" TO LNK-RESULT.
           OPEN EXTEND COSTHIST-FILE.
           IF FS-COSTHIST-NOT-EXIST
               OPEN OUTPUT COSTHIST-FILE
           END-IF.
           IF FS-COSTHIST-OK
               ACCEPT CH-DATE FROM DATE YYYYMMDD
               ACCEPT CH-TIME FROM TIME
               MOVE LNK-PROD-CODE TO CH-PROD-CODE
               MOVE LNK-OLD-COST TO CH-OLD-COST
               MOVE LNK-NEW-COST TO CH-NEW-COST
               MOVE LNK-QTY-REVALUED TO CH-QTY-REVALUED
               COMPUTE CH-REVALUE-AMOUNT ROUNDED =
                  (LNK-NEW-COST - LNK-OLD-COST) * LNK-QTY-REVALUED
               MOVE LNK-SOURCE TO CH-SOURCE
               MOVE LNK-DOCUMENT TO CH-DOCUMENT
               WRITE COSTHIST-RECORD
               CLOSE COSTHIST-FILE
               MOVE "Y" TO LNK-RESULT
           ELSE
               DISPLAY "ERROR OPENING COSTHIST.DAT: " FS-COSTHIST
               MOVE "COST-HISTORY-WRITER" TO ERP-PROGRAM
               MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
               MOVE "COSTHIST.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-COSTHIST TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           GOBACK.
