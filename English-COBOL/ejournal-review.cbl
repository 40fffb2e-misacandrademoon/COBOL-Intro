       01  WS-AMOUNT-EDIT       PIC -,---,--9.99.
       01  WS-EVENT-DESC        PIC X(14).

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ELECTRONIC JOURNAL REVIEW".
           OPEN INPUT EJOURNAL-FILE.
           IF NOT FS-EJOURNAL-OK
               DISPLAY "ERROR OPENING EJOURNAL.DAT: " FS-EJOURNAL
               MOVE "EJOURNAL-REVIEW" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "EJOURNAL.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-EJOURNAL TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-EVENT.
                   MOVE "DRAWER NO-SALE" TO WS-EVENT-DESC
               WHEN EJ-AFTER-CLOSE
                   MOVE "AFTER-CLOSE   " TO WS-EVENT-DESC
               WHEN EJ-ID-CHECKED
                   MOVE "ID CHECKED    " TO WS-EVENT-DESC
               WHEN EJ-COUPON-TAKEN
                   MOVE "COUPON TAKEN  " TO WS-EVENT-DESC
               WHEN OTHER
                   MOVE EJ-EVENT TO WS-EVENT-DESC
           END-EVALUATE.
