       01  WS-BALANCE-EDIT      PIC Z,ZZZ,ZZ9.99.
       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILE.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING GIFTCARD.DAT: " FS-GIFTCARD
               MOVE "GIFTCARD-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "GIFTCARD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-GIFTCARD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
                       WHEN OTHER
                           DISPLAY "ERROR WRITING RECORD: "
                              FS-GIFTCARD
                           MOVE "GIFTCARD-ENTRY" TO ERP-PROGRAM
                           MOVE "ISSUE-CARD" TO ERP-PARAGRAPH
                           MOVE "GIFTCARD.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-GIFTCARD TO ERP-STATUS
                           MOVE GC-CARD-NUMBER TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-EVALUATE
               NOT INVALID KEY
                   MOVE GC-BALANCE TO WS-BALANCE-EDIT
                           INVALID KEY
                               DISPLAY "ERROR UPDATING RECORD: "
                                  FS-GIFTCARD
                               MOVE "GIFTCARD-ENTRY" TO ERP-PROGRAM
                               MOVE "RELOAD-CARD" TO ERP-PARAGRAPH
                               MOVE "GIFTCARD.DAT" TO ERP-FILE
                               MOVE "REWRITE" TO ERP-OPERATION
                               MOVE FS-GIFTCARD TO ERP-STATUS
                               MOVE GC-CARD-NUMBER TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                           NOT INVALID KEY
                               MOVE GC-BALANCE TO WS-BALANCE-EDIT
                               DISPLAY "CARD BALANCE NOW "
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-GIFTCARD
                           MOVE "GIFTCARD-ENTRY" TO ERP-PROGRAM
                           MOVE "CLOSE-CARD" TO ERP-PARAGRAPH
                           MOVE "GIFTCARD.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-GIFTCARD TO ERP-STATUS
                           MOVE GC-CARD-NUMBER TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "CARD CLOSED"
                   END-REWRITE
