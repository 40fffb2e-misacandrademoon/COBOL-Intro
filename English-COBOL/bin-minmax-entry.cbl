       01  WS-BIN-ENTRY         PIC 9(5).
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILES.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING BINMINMAX.DAT: " FS-BINMIN
               MOVE "BIN-MINMAX-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "BINMINMAX.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-BINMIN TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT RELATIVE-FILE.
           IF NOT FS-RELATIVE-OK
               DISPLAY "relativo.dat NOT AVAILABLE (" FS-RELATIVE
                  ") - BINS NOT VALIDATED"
               MOVE "BIN-MINMAX-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "relativo.dat" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-RELATIVE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
                               WHEN OTHER
                                   DISPLAY "ERROR WRITING RECORD: "
                                      FS-BINMIN
                                   MOVE "BIN-MINMAX-ENTRY"
                                      TO ERP-PROGRAM
                                   MOVE "ADD-MINMAX" TO ERP-PARAGRAPH
                                   MOVE "BINMINMAX.DAT" TO ERP-FILE
                                   MOVE "WRITE" TO ERP-OPERATION
                                   MOVE FS-BINMIN TO ERP-STATUS
                                   MOVE BM-BIN TO ERP-KEY
                                   CALL "ERROR-LOGGER"
                                      USING ERRLOG-PARMS
                           END-EVALUATE
                       NOT INVALID KEY
                           DISPLAY "PICK BIN REGISTERED"
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-BINMIN
                           MOVE "BIN-MINMAX-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-MINMAX" TO ERP-PARAGRAPH
                           MOVE "BINMINMAX.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-BINMIN TO ERP-STATUS
                           MOVE BM-BIN TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "PICK BIN UPDATED"
                   END-REWRITE
