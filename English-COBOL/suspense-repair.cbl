      * Author:
      * Date:
      * Purpose: Repair screen for SUSPENSE.DAT. Lists the suspended
      *          rejects from SALES-BATCH-INTAKE, CUSTOMER-IMPORT,
      *          PRODUCT-CSV-IMPORT, LOCKBOX-IMPORT, ASN-IMPORT,
      *          SUPPLIER-INVOICE-ENTRY and SUPPLIER-INVOICE-IMPORT
      *          with their reasons and age, lets someone view and
      *          correct a suspended line, and marks it repaired so
      *          SUSPENSE-RESUBMIT can push it back through the
      *          original intake's validation - invoice lines from
      *          either program go back through
      *          SUPPLIER-INVOICE-IMPORT. A record that should never
      *          post can be cleared here instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-HOY               PIC 9(8).
       01  WS-AGE-DAYS          PIC 9(5).

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           END-IF.
           IF NOT FS-SUSPENSE-OK
               DISPLAY "ERROR OPENING SUSPENSE.DAT: " FS-SUSPENSE
               MOVE "SUSPENSE-REPAIR" TO ERP-PROGRAM
               MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
               MOVE "SUSPENSE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-SUSPENSE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               GOBACK
           END-IF.
           PERFORM PROCESS-MENU UNTIL NOT WS-YES.
                           INVALID KEY
                               DISPLAY "ERROR UPDATING RECORD: "
                                  FS-SUSPENSE
                               MOVE "SUSPENSE-REPAIR" TO ERP-PROGRAM
                               MOVE "REPAIR-ONE-RECORD" TO ERP-PARAGRAPH
                               MOVE "SUSPENSE.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-SUSPENSE TO ERP-STATUS
                               MOVE SUS-SEQ TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               DISPLAY "MARKED REPAIRED - RUN "
                                  "SUSPENSE-RESUBMIT TO REPOST"
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-SUSPENSE
                           MOVE "SUSPENSE-REPAIR" TO ERP-PROGRAM
                           MOVE "CLEAR-ONE-RECORD" TO ERP-PARAGRAPH
                           MOVE "SUSPENSE.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-SUSPENSE TO ERP-STATUS
                           MOVE SUS-SEQ TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "RECORD CLEARED - WILL NOT "
                              "RESUBMIT"
