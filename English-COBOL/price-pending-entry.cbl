      *          PENDPRICE.DAT (product, new price, effective date)
      *          so supplier-announced increases can be keyed ahead of
      *          time and applied by the nightly batch instead of
      *          someone coming in early to run PRICE-CHANGE. A new
      *          price below the category's minimum margin floor at
      *          today's cost is only registered with a supervisor
      *          override, which is kept on the entry so
      *          PRICE-CHANGE-APPLY does not hold it back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 PEND-PROD-CODE      PIC X(5).
               10 PEND-EFFECTIVE-DATE PIC 9(8).
           05 PEND-NEW-PRICE          PIC 9(7)V99.
           05 PEND-FLOOR-OVERRIDE     PIC X.
               88 PEND-FLOOR-AUTHORIZED VALUE "Y".

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.
       01  WS-PRICE-EDIT        PIC X(12).
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.

       01  WS-FLOOR-PCT         PIC 9(2)V9.
       01  WS-FLOOR-PCT-EDIT    PIC Z9.9.
       01  WS-FLOOR-PRICE       PIC 9(7)V99.
       01  WS-FLOOR-RESULT      PIC X.
           88 WS-BELOW-FLOOR    VALUE "N".

       01  WS-OVR-PROGRAM       PIC X(17) VALUE "PRICE-PENDING".
       01  WS-OVR-REASON        PIC X(20).
       01  WS-OVR-CODE          PIC X(10).
       01  WS-OVR-QTY           PIC 9(5).
       01  WS-OVR-VALUE         PIC S9(7)V99.
       01  WS-OVR-RESULT        PIC X.
           88 WS-OVR-GRANTED    VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILES.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING PENDPRICE.DAT: " FS-PENDPRICE
               MOVE "PRICE-PENDING-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "PENDPRICE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PENDPRICE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "PRICE-PENDING-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
                   ACCEPT WS-PRICE-EDIT
                   COMPUTE PEND-NEW-PRICE =
                      FUNCTION NUMVAL(WS-PRICE-EDIT)
                   PERFORM CHECK-MARGIN-FLOOR
                   IF WS-BELOW-FLOOR
                       DISPLAY "PENDING CHANGE NOT REGISTERED"
                   ELSE
                       PERFORM WRITE-PENDING-CHANGE
                   END-IF
           END-READ.

      * A pending price under the category floor needs a supervisor.
       CHECK-MARGIN-FLOOR.
           MOVE "N" TO PEND-FLOOR-OVERRIDE.
           CALL "MARGIN-FLOOR-CHECK" USING PROD-CATEGORY PROD-COST
              PEND-NEW-PRICE WS-FLOOR-PCT WS-FLOOR-PRICE
              WS-FLOOR-RESULT.
           IF WS-BELOW-FLOOR
               MOVE WS-FLOOR-PCT TO WS-FLOOR-PCT-EDIT
               DISPLAY "NEW PRICE " PEND-NEW-PRICE " IS BELOW THE "
                  WS-FLOOR-PCT-EDIT " PCT MARGIN FLOOR - LOWEST "
                  "ALLOWED " WS-FLOOR-PRICE
               MOVE "BELOW MARGIN FLOOR" TO WS-OVR-REASON
               MOVE PEND-PROD-CODE TO WS-OVR-CODE
               MOVE ZERO TO WS-OVR-QTY
               MOVE PEND-NEW-PRICE TO WS-OVR-VALUE
               MOVE "N" TO WS-OVR-RESULT
               CALL "SUPERVISOR-OVERRIDE" USING WS-OVR-PROGRAM
                  WS-OVR-REASON WS-OVR-CODE WS-OVR-QTY WS-OVR-VALUE
                  WS-OVR-RESULT
               IF WS-OVR-GRANTED
                   MOVE "Y" TO WS-FLOOR-RESULT
                   SET PEND-FLOOR-AUTHORIZED TO TRUE
               END-IF
           END-IF.

       WRITE-PENDING-CHANGE.
           WRITE PENDPRICE-RECORD
               INVALID KEY
                   EVALUATE TRUE
                       WHEN FS-DUPLICATE
                           DISPLAY "ERROR: CHANGE ALREADY "
                              "PENDING FOR " WS-CODE
                              " ON " PEND-EFFECTIVE-DATE
                       WHEN OTHER
                           DISPLAY "ERROR WRITING RECORD: "
                              FS-PENDPRICE
                           MOVE "PRICE-PENDING-ENTRY" TO ERP-PROGRAM
                           MOVE "WRITE-PENDING-CHANGE" TO ERP-PARAGRAPH
                           MOVE "PENDPRICE.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-PENDPRICE TO ERP-STATUS
                           MOVE PEND-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-EVALUATE
               NOT INVALID KEY
                   DISPLAY "PENDING CHANGE REGISTERED"
           END-WRITE.

       CANCEL-PENDING-CHANGE.
           DISPLAY "PRODUCT CODE (5 characters): " WITH NO ADVANCING.
           ACCEPT WS-CODE.
           END-READ.

       PRINT-PENDING-LINE.
           IF PEND-FLOOR-AUTHORIZED
               DISPLAY PEND-PROD-CODE " NEW PRICE " PEND-NEW-PRICE
                  " EFFECTIVE " PEND-EFFECTIVE-DATE
                  " (BELOW FLOOR - AUTHORIZED)"
           ELSE
               DISPLAY PEND-PROD-CODE " NEW PRICE " PEND-NEW-PRICE
                  " EFFECTIVE " PEND-EFFECTIVE-DATE
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM READ-NEXT-PENDING.

