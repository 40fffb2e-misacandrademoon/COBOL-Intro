      *          PROD-CATEGORY or tax class mapped to a GL account.
      *          Types: SL sales, TX tax payable, TN tender, CG cost
      *          of goods, IN inventory, AP accrued payables, SH
      *          shrinkage, CA cash receipts, AR accounts receivable,
      *          FE deposit/environmental fee liability by fee code,
      *          CP coupon cost by issuer (S store, M manufacturer),
      *          PO drawer paid-out reason codes with the expense
      *          account each posts to, SF the safe cash account
      *          drawer pickups move to, BD bad debt (W write-off
      *          expense, R recoveries), CS card processor settlement
      *          (F fees withheld, C chargebacks), RV inventory
      *          revaluation by PROD-CATEGORY, DC delivery charge
      *          revenue by route code.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-CLASS             PIC X(4).
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILE.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING GLMAP.DAT: " FS-GLMAP
               MOVE "GLMAP-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "GLMAP.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-GLMAP TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
                       WHEN OTHER
                           DISPLAY "ERROR WRITING RECORD: "
                              FS-GLMAP
                           MOVE "GLMAP-ENTRY" TO ERP-PROGRAM
                           MOVE "ADD-MAPPING" TO ERP-PARAGRAPH
                           MOVE "GLMAP.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-GLMAP TO ERP-STATUS
                           MOVE GLM-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-EVALUATE
               NOT INVALID KEY
                   DISPLAY "MAPPING SUCCESSFULLY REGISTERED"
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-GLMAP
                           MOVE "GLMAP-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-MAPPING" TO ERP-PARAGRAPH
                           MOVE "GLMAP.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-GLMAP TO ERP-STATUS
                           MOVE GLM-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "MAPPING SUCCESSFULLY UPDATED"
                   END-REWRITE
