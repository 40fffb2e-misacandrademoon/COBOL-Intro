       01  WS-RELEASED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-KEPT-COUNT        PIC 9(5) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           END-IF.
           IF NOT FS-RESERVE-OK
               DISPLAY "ERROR OPENING RESERVE.DAT: " FS-RESERVE
               MOVE "RESERVATION-EXPIRY" TO ERP-PROGRAM
               MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
               MOVE "RESERVE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-RESERVE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
                   INVALID KEY
                       DISPLAY "ERROR RELEASING " RSV-KEY ": "
                          FS-RESERVE
                       MOVE "RESERVATION-EXPIRY" TO ERP-PROGRAM
                       MOVE "SWEEP-ONE-RESERVATION" TO ERP-PARAGRAPH
                       MOVE "RESERVE.DAT" TO ERP-FILE
                       MOVE "DELETE" TO ERP-OPERATION
                       MOVE FS-RESERVE TO ERP-STATUS
                       MOVE RSV-KEY TO ERP-KEY
                       CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   NOT INVALID KEY
                       ADD 1 TO WS-RELEASED-COUNT
               END-DELETE
