      * Author:
      * Date:
      * Purpose: Reservation ledger all committing programs share, in
      *          the mold of LOCK-MANAGER. A quote from ARITMETI, an
      *          open backorder awaiting BACKORDER-FILL and a special
      *          order RECEIVING has brought in for its customer each
      *          hold units of a product here so the same last unit
      *          cannot be promised twice (parked tickets and layaways
      *          hold theirs by decrementing PROD-STOCK directly and
      *          never call this module). CALLed with an action byte:
      *          T takes (or refreshes) a reservation under source +
      *          reference, R releases it, and Q returns the total
      *          unexpired quantity reserved for a product so callers
      *          can compute available-to-sell as PROD-STOCK minus
      *          that total. Expiry date 99999999 means the
      *          reservation never lapses on its own.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-FIN-RESERVAS      PIC X.
           88 WS-NO-MORE-RESERVES VALUE "Y".

       COPY ERRLOG-PARMS.

       LINKAGE SECTION.
       01  LNK-ACTION           PIC X.
           88 LNK-ACTION-TAKE   VALUE "T".
           END-IF.
           IF NOT FS-RESERVE-OK
               DISPLAY "ERROR OPENING RESERVE.DAT: " FS-RESERVE
               MOVE "RESERVE-MANAGER" TO ERP-PROGRAM
               MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
               MOVE "RESERVE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-RESERVE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               GOBACK
           END-IF.
           EVALUATE TRUE
