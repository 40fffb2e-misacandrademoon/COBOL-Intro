      *          price file - the handful of negotiated deals that
      *          beat tier and promo pricing. CREATE-SELLS resolves a
      *          line price as contract, then tier, then promo, then
      *          PROD-PRICE. A contract price below the category's
      *          minimum margin floor is refused unless a supervisor
      *          overrides it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CONTRACT-KEY
               FILE STATUS IS FS-CONTRACT.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS FS-PRODUCTS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-FILE.
       COPY CONTRACT-RECORD.

       FD  PRODUCTS-FILE.
       COPY PRODUCTS-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-CONTRACT          PIC XX.
           88 FS-OK             VALUE "00".
           88 FS-FILE-NOT-EXIST VALUE "35".
           88 FS-END-OF-FILE    VALUE "10".

       01  FS-PRODUCTS          PIC XX.
           88 FS-PRODUCTS-OK    VALUE "00".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".

       01  WS-PRICE-EDIT        PIC X(10).
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.

       01  WS-FLOOR-PCT         PIC 9(2)V9.
       01  WS-FLOOR-PCT-EDIT    PIC Z9.9.
       01  WS-FLOOR-PRICE       PIC 9(7)V99.
       01  WS-FLOOR-RESULT      PIC X.
           88 WS-BELOW-FLOOR    VALUE "N".

       01  WS-OVR-PROGRAM       PIC X(17) VALUE "CONTRACT-ENTRY".
       01  WS-OVR-REASON        PIC X(20).
       01  WS-OVR-CODE          PIC X(10).
       01  WS-OVR-QTY           PIC 9(5).
       01  WS-OVR-VALUE         PIC S9(7)V99.
       01  WS-OVR-RESULT        PIC X.
           88 WS-OVR-GRANTED    VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILE.
           IF FS-OK AND FS-PRODUCTS-OK
               PERFORM PROCESS-MENU UNTIL NOT WS-YES
           END-IF.
           PERFORM TERMINATE-FILE.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING CONTRACT.DAT: " FS-CONTRACT
               MOVE "CONTRACT-PRICE-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "CONTRACT.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CONTRACT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "CONTRACT-PRICE-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
           MOVE WS-PROD-CODE TO CONTRACT-PROD-CODE.

       GET-CONTRACT-FIELDS.
           MOVE "N" TO WS-FLOOR-RESULT.
           PERFORM UNTIL NOT WS-BELOW-FLOOR
               DISPLAY "CONTRACT PRICE (ex: 9.50): "
                  WITH NO ADVANCING
               ACCEPT WS-PRICE-EDIT
               COMPUTE CONTRACT-PRICE = FUNCTION NUMVAL(WS-PRICE-EDIT)
               PERFORM CHECK-MARGIN-FLOOR
           END-PERFORM.
           DISPLAY "START DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT CONTRACT-START-DATE.
           DISPLAY "END DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT CONTRACT-END-DATE.

      * A contract price under the category floor needs a
      * supervisor.
       CHECK-MARGIN-FLOOR.
           MOVE "Z" TO WS-FLOOR-RESULT.
           MOVE CONTRACT-PROD-CODE TO PROD-CODE.
           READ PRODUCTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL "MARGIN-FLOOR-CHECK" USING PROD-CATEGORY
                      PROD-COST CONTRACT-PRICE WS-FLOOR-PCT
                      WS-FLOOR-PRICE WS-FLOOR-RESULT
           END-READ.
           IF WS-BELOW-FLOOR
               MOVE WS-FLOOR-PCT TO WS-FLOOR-PCT-EDIT
               DISPLAY "CONTRACT PRICE " CONTRACT-PRICE
                  " IS BELOW THE " WS-FLOOR-PCT-EDIT
                  " PCT MARGIN FLOOR - LOWEST ALLOWED "
                  WS-FLOOR-PRICE
               MOVE "BELOW MARGIN FLOOR" TO WS-OVR-REASON
               MOVE CONTRACT-PROD-CODE TO WS-OVR-CODE
               MOVE ZERO TO WS-OVR-QTY
               MOVE CONTRACT-PRICE TO WS-OVR-VALUE
               MOVE "N" TO WS-OVR-RESULT
               CALL "SUPERVISOR-OVERRIDE" USING WS-OVR-PROGRAM
                  WS-OVR-REASON WS-OVR-CODE WS-OVR-QTY WS-OVR-VALUE
                  WS-OVR-RESULT
               IF WS-OVR-GRANTED
                   MOVE "Y" TO WS-FLOOR-RESULT
               ELSE
                   DISPLAY "CONTRACT PRICE REFUSED - ENTER A HIGHER "
                      "PRICE"
               END-IF
           END-IF.

       ADD-CONTRACT.
           PERFORM GET-CONTRACT-KEY.
           PERFORM GET-CONTRACT-FIELDS.
                       WHEN OTHER
                           DISPLAY "ERROR WRITING RECORD: "
                              FS-CONTRACT
                           MOVE "CONTRACT-PRICE-ENTRY" TO ERP-PROGRAM
                           MOVE "ADD-CONTRACT" TO ERP-PARAGRAPH
                           MOVE "CONTRACT.DAT" TO ERP-FILE
                           MOVE "WRITE" TO ERP-OPERATION
                           MOVE FS-CONTRACT TO ERP-STATUS
                           MOVE CONTRACT-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                   END-EVALUATE
               NOT INVALID KEY
                   DISPLAY "CONTRACT SUCCESSFULLY REGISTERED"
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-CONTRACT
                           MOVE "CONTRACT-PRICE-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-CONTRACT" TO ERP-PARAGRAPH
                           MOVE "CONTRACT.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CONTRACT TO ERP-STATUS
                           MOVE CONTRACT-KEY TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "CONTRACT SUCCESSFULLY UPDATED"
                   END-REWRITE

       TERMINATE-FILE.
           CLOSE CONTRACT-FILE.
           CLOSE PRODUCTS-FILE.
           DISPLAY "PROGRAM FINISHED.".
