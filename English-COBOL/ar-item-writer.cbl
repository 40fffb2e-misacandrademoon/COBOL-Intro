      ******************************************************************
      * Author:
      * Date:
      * Purpose: Common open-item writer for accounts receivable, in
      *          the mold of SUSPENSE-WRITER. CALLed wherever an
      *          account balance moves - account-tender tickets and
      *          backorder fills (I), finance charges (F), returns and
      *          voids (C) - with the customer, item type, date,
      *          ticket, reference and amount; adds one item to
      *          ARITEM.DAT numbered from ARICTL.DAT, so item order is
      *          oldest-first. A credit memo that names a ticket is
      *          first applied against that ticket's open invoice
      *          item, the application logged on ARAPPL.DAT, and only
      *          the remainder is left open as a credit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-ITEM-WRITER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARITEM-FILE ASSIGN TO "ARITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARI-KEY
               FILE STATUS IS FS-ARITEM.

           SELECT ARITEM-CONTROL-FILE ASSIGN TO "ARICTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARITEM-CONTROL.

           SELECT ARAPPL-FILE ASSIGN TO "ARAPPL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARAPPL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARITEM-FILE.
       COPY ARITEM-RECORD.

       FD  ARITEM-CONTROL-FILE.
       01  ARITEM-CONTROL-RECORD.
           05 ARICTL-LAST-NUMBER PIC 9(08).

       FD  ARAPPL-FILE.
       COPY ARAPPL-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-ARITEM            PIC XX.
           88 FS-ARITEM-OK      VALUE "00".
           88 FS-ARITEM-EOF     VALUE "10".
           88 FS-ARITEM-NOT-EXIST VALUE "35".

       01  FS-ARITEM-CONTROL    PIC XX.
           88 FS-ARITEM-CONTROL-OK VALUE "00".

       01  FS-ARAPPL            PIC XX.
           88 FS-ARAPPL-OK      VALUE "00".
           88 FS-ARAPPL-NOT-EXIST VALUE "35".

       01  WS-ITEM-NUMBER       PIC 9(8).
       01  WS-REMAINING         PIC 9(9)V99.
       01  WS-APPLY-AMOUNT      PIC 9(9)V99.
       01  WS-TODAY             PIC 9(8).
       01  WS-SEARCH-DONE       PIC X.
           88 WS-SEARCH-IS-DONE VALUE "Y".

       COPY ERRLOG-PARMS.

       LINKAGE SECTION.
       01  LNK-CLAVE-CLIENTE    PIC X(10).
       01  LNK-ITEM-TYPE        PIC X.
       01  LNK-FECHA            PIC 9(8).
       01  LNK-TICKET           PIC 9(6).
       01  LNK-REFERENCE        PIC 9(8).
       01  LNK-AMOUNT           PIC 9(9)V99.
       01  LNK-RESULT           PIC X.

       PROCEDURE DIVISION USING LNK-CLAVE-CLIENTE LNK-ITEM-TYPE
           LNK-FECHA LNK-TICKET LNK-REFERENCE LNK-AMOUNT LNK-RESULT.
       MAIN-PROCEDURE.
           MOVE "N" TO LNK-RESULT.
           IF LNK-AMOUNT = ZERO
               MOVE "Y" TO LNK-RESULT
               GOBACK
           END-IF.
           OPEN I-O ARITEM-FILE.
           IF FS-ARITEM-NOT-EXIST
               OPEN OUTPUT ARITEM-FILE
               CLOSE ARITEM-FILE
               OPEN I-O ARITEM-FILE
           END-IF.
           IF NOT FS-ARITEM-OK
               DISPLAY "ERROR OPENING ARITEM.DAT: " FS-ARITEM
               MOVE "AR-ITEM-WRITER" TO ERP-PROGRAM
               MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
               MOVE "ARITEM.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARITEM TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM GET-NEXT-ITEM-NUMBER.
           MOVE LNK-AMOUNT TO WS-REMAINING.
           IF LNK-ITEM-TYPE = "C" AND LNK-TICKET NOT = ZERO
               PERFORM APPLY-CREDIT-TO-TICKET
           END-IF.
           PERFORM WRITE-NEW-ITEM.
           CLOSE ARITEM-FILE.
           GOBACK.

       APPLY-CREDIT-TO-TICKET.
           MOVE LNK-CLAVE-CLIENTE TO ARI-CLAVE-CLIENTE.
           MOVE ZERO TO ARI-ITEM-NUMBER.
           MOVE "N" TO WS-SEARCH-DONE.
           START ARITEM-FILE KEY IS NOT LESS THAN ARI-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SEARCH-DONE
           END-START.
           PERFORM UNTIL WS-SEARCH-IS-DONE
               READ ARITEM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SEARCH-DONE
               END-READ
               IF NOT WS-SEARCH-IS-DONE
                   IF ARI-CLAVE-CLIENTE NOT = LNK-CLAVE-CLIENTE
                       MOVE "Y" TO WS-SEARCH-DONE
                   ELSE
                       IF ARI-INVOICE AND ARI-OPEN
                          AND ARI-TICKET = LNK-TICKET
                           PERFORM REDUCE-TICKET-ITEM
                           MOVE "Y" TO WS-SEARCH-DONE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       REDUCE-TICKET-ITEM.
           IF WS-REMAINING < ARI-OPEN-AMOUNT
               MOVE WS-REMAINING TO WS-APPLY-AMOUNT
           ELSE
               MOVE ARI-OPEN-AMOUNT TO WS-APPLY-AMOUNT
           END-IF.
           SUBTRACT WS-APPLY-AMOUNT FROM ARI-OPEN-AMOUNT.
           SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING.
           IF ARI-OPEN-AMOUNT = ZERO
               SET ARI-CLOSED TO TRUE
           END-IF.
           MOVE WS-TODAY TO ARI-LAST-ACTIVITY.
           REWRITE ARITEM-RECORD.
           IF NOT FS-ARITEM-OK
               DISPLAY "ERROR UPDATING ARITEM.DAT: " FS-ARITEM
               MOVE "AR-ITEM-WRITER" TO ERP-PROGRAM
               MOVE "REDUCE-TICKET-ITEM" TO ERP-PARAGRAPH
               MOVE "ARITEM.DAT" TO ERP-FILE
               MOVE "REWRITE" TO ERP-OPERATION
               MOVE FS-ARITEM TO ERP-STATUS
               MOVE ARI-KEY TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               PERFORM LOG-CREDIT-APPLICATION
           END-IF.

       LOG-CREDIT-APPLICATION.
           OPEN EXTEND ARAPPL-FILE.
           IF FS-ARAPPL-NOT-EXIST
               OPEN OUTPUT ARAPPL-FILE
           END-IF.
           IF NOT FS-ARAPPL-OK
               DISPLAY "ERROR OPENING ARAPPL.DAT: " FS-ARAPPL
               MOVE "AR-ITEM-WRITER" TO ERP-PROGRAM
               MOVE "LOG-CREDIT-APPLICATION" TO ERP-PARAGRAPH
               MOVE "ARAPPL.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-ARAPPL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               MOVE WS-TODAY TO APL-FECHA
               MOVE LNK-CLAVE-CLIENTE TO APL-CLAVE-CLIENTE
               SET APL-FROM-CREDIT TO TRUE
               MOVE WS-ITEM-NUMBER TO APL-SOURCE-NUMBER
               MOVE ARI-ITEM-NUMBER TO APL-ITEM-NUMBER
               MOVE ARI-TICKET TO APL-TICKET
               MOVE WS-APPLY-AMOUNT TO APL-AMOUNT
               WRITE ARAPPL-RECORD
               CLOSE ARAPPL-FILE
           END-IF.

       WRITE-NEW-ITEM.
           MOVE LNK-CLAVE-CLIENTE TO ARI-CLAVE-CLIENTE.
           MOVE WS-ITEM-NUMBER TO ARI-ITEM-NUMBER.
           MOVE LNK-ITEM-TYPE TO ARI-TYPE.
           MOVE LNK-FECHA TO ARI-FECHA.
           MOVE LNK-TICKET TO ARI-TICKET.
           MOVE LNK-REFERENCE TO ARI-REFERENCE.
           MOVE LNK-AMOUNT TO ARI-ORIGINAL-AMOUNT.
           MOVE WS-REMAINING TO ARI-OPEN-AMOUNT.
           IF WS-REMAINING = ZERO
               SET ARI-CLOSED TO TRUE
           ELSE
               SET ARI-OPEN TO TRUE
           END-IF.
           MOVE WS-TODAY TO ARI-LAST-ACTIVITY.
           WRITE ARITEM-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING ARITEM.DAT: " FS-ARITEM
                   MOVE "AR-ITEM-WRITER" TO ERP-PROGRAM
                   MOVE "WRITE-NEW-ITEM" TO ERP-PARAGRAPH
                   MOVE "ARITEM.DAT" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-ARITEM TO ERP-STATUS
                   MOVE ARI-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-WRITE.
           IF FS-ARITEM-OK
               MOVE "Y" TO LNK-RESULT
           END-IF.

       GET-NEXT-ITEM-NUMBER.
           OPEN INPUT ARITEM-CONTROL-FILE.
           IF FS-ARITEM-CONTROL-OK
               READ ARITEM-CONTROL-FILE
                   AT END
                       MOVE ZERO TO ARICTL-LAST-NUMBER
               END-READ
               CLOSE ARITEM-CONTROL-FILE
           ELSE
               MOVE ZERO TO ARICTL-LAST-NUMBER
           END-IF.
           COMPUTE WS-ITEM-NUMBER = ARICTL-LAST-NUMBER + 1.
           MOVE WS-ITEM-NUMBER TO ARICTL-LAST-NUMBER.
           OPEN OUTPUT ARITEM-CONTROL-FILE.
           WRITE ARITEM-CONTROL-RECORD.
           CLOSE ARITEM-CONTROL-FILE.
