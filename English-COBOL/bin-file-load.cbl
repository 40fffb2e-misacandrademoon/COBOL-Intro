       01  WS-LOADED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT       PIC 9(7) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
               IF NOT FS-OLD-OK
                   DISPLAY "ERROR OPENING RELATIVO.OLD: "
                      FS-OLD-RELATIVE
                   MOVE "BIN-FILE-LOAD" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "RELATIVO.OLD" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-OLD-RELATIVE TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.
           IF FS-OLD-OK
               IF NOT FS-RELATIVE-OK
                   DISPLAY "ERROR CREATING relativo.dat: "
                      FS-RELATIVE
                   MOVE "BIN-FILE-LOAD" TO ERP-PROGRAM
                   MOVE "OPEN-FILES" TO ERP-PARAGRAPH
                   MOVE "relativo.dat" TO ERP-FILE
                   MOVE "OPEN" TO ERP-OPERATION
                   MOVE FS-RELATIVE TO ERP-STATUS
                   MOVE SPACES TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               END-IF
           END-IF.

                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR LOADING BIN " OLD-IDNUM ": "
                      FS-RELATIVE
                   MOVE "BIN-FILE-LOAD" TO ERP-PROGRAM
                   MOVE "LOAD-ONE-BIN" TO ERP-PARAGRAPH
                   MOVE "relativo.dat" TO ERP-FILE
                   MOVE "WRITE" TO ERP-OPERATION
                   MOVE FS-RELATIVE TO ERP-STATUS
                   MOVE WS-RELATIVE-KEY TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
