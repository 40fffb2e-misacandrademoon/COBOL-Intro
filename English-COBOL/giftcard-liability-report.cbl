       01  WS-BALANCE-EDIT      PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT        PIC Z,ZZZ,ZZZ,ZZ9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILE.
           OPEN INPUT GIFTCARD-FILE.
           IF NOT FS-GIFTCARD-OK
               DISPLAY "ERROR OPENING GIFTCARD.DAT: " FS-GIFTCARD
               MOVE "GIFTCARD-LIABILITY-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILE" TO ERP-PARAGRAPH
               MOVE "GIFTCARD.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-GIFTCARD TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-CARD.
