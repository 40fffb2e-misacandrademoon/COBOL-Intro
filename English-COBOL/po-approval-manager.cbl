      ******************************************************************
      * Author:
      * Date:
      * Purpose: Purchase order approval rules every purchasing
      *          program shares, in the mold of CALENDAR-MANAGER.
      *          CALLed with an action byte: L returns the approval
      *          level a PO of the given value at PROD-COST needs -
      *          A approved automatically, S a supervisor, M a
      *          manager - and H writes one approval history record
      *          (the PO, its value and level, what happened and the
      *          operator and role who did it) to POAPPR.DAT for
      *          PO-APPROVAL's history listing. The limits live here
      *          and nowhere else.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-APPROVAL-MANAGER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POAPPR-FILE ASSIGN TO "POAPPR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-POAPPR.

       DATA DIVISION.
       FILE SECTION.
       FD  POAPPR-FILE.
       COPY POAPPR-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-POAPPR            PIC XX.
           88 FS-POAPPR-OK      VALUE "00".
           88 FS-POAPPR-NOT-EXIST VALUE "35".

       01  WS-AUTO-LIMIT        PIC 9(9)V99 VALUE 500.00.
       01  WS-SUPERVISOR-LIMIT  PIC 9(9)V99 VALUE 5000.00.

       COPY ERRLOG-PARMS.

       LINKAGE SECTION.
       01  LNK-ACTION           PIC X.
       01  LNK-PO-NUMBER        PIC 9(6).
       01  LNK-SUPPLIER-CODE    PIC X(4).
       01  LNK-VALUE            PIC 9(9)V99.
       01  LNK-LEVEL            PIC X.
       01  LNK-HISTORY-ACTION   PIC X.
       01  LNK-OPER-ID          PIC 9(5).
       01  LNK-OPER-ROLE        PIC X.
       01  LNK-RESULT           PIC X.

       PROCEDURE DIVISION USING LNK-ACTION LNK-PO-NUMBER
              LNK-SUPPLIER-CODE LNK-VALUE LNK-LEVEL
              LNK-HISTORY-ACTION LNK-OPER-ID LNK-OPER-ROLE
              LNK-RESULT.
       MAIN-PROCEDURE.
           MOVE "N" TO LNK-RESULT.
           EVALUATE LNK-ACTION
               WHEN "L"
                   PERFORM SET-APPROVAL-LEVEL
               WHEN "H"
                   PERFORM WRITE-HISTORY-RECORD
               WHEN OTHER
                   DISPLAY "PO-APPROVAL-MANAGER: UNKNOWN ACTION "
                      LNK-ACTION
           END-EVALUATE.
           GOBACK.

       SET-APPROVAL-LEVEL.
           EVALUATE TRUE
               WHEN LNK-VALUE <= WS-AUTO-LIMIT
                   MOVE "A" TO LNK-LEVEL
               WHEN LNK-VALUE <= WS-SUPERVISOR-LIMIT
                   MOVE "S" TO LNK-LEVEL
               WHEN OTHER
                   MOVE "M" TO LNK-LEVEL
           END-EVALUATE.
           MOVE "Y" TO LNK-RESULT.

       WRITE-HISTORY-RECORD.
           OPEN EXTEND POAPPR-FILE.
           IF FS-POAPPR-NOT-EXIST
               OPEN OUTPUT POAPPR-FILE
           END-IF.
           IF FS-POAPPR-OK
               ACCEPT POA-DATE FROM DATE YYYYMMDD
               ACCEPT POA-TIME FROM TIME
               MOVE LNK-PO-NUMBER TO POA-PO-NUMBER
               MOVE LNK-SUPPLIER-CODE TO POA-SUPPLIER-CODE
               MOVE LNK-VALUE TO POA-VALUE
               MOVE LNK-LEVEL TO POA-LEVEL
               MOVE LNK-HISTORY-ACTION TO POA-ACTION
               MOVE LNK-OPER-ID TO POA-OPER-ID
               MOVE LNK-OPER-ROLE TO POA-OPER-ROLE
               WRITE POAPPR-RECORD
               CLOSE POAPPR-FILE
               MOVE "Y" TO LNK-RESULT
           ELSE
               DISPLAY "ERROR OPENING POAPPR.DAT: " FS-POAPPR
               MOVE "PO-APPROVAL-MANAGER" TO ERP-PROGRAM
               MOVE "WRITE-HISTORY-RECORD" TO ERP-PARAGRAPH
               MOVE "POAPPR.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-POAPPR TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
