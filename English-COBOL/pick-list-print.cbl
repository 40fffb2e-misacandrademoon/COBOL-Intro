      *          bin, a short-pick box to annotate, the tickets and
      *          customers on the header, and totals per product when
      *          more than one ticket is batched. Lines with no bin
      *          on file print at the end flagged NO BIN. Stock on
      *          licence plates (PLATE.DAT) is picked first, earliest
      *          expiry first, and the pick line names the plate to
      *          take from; only the loose stock left in a bin beyond
      *          its plates is picked by bin alone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS VENTA-FECHA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CLAVE-CLIENTE
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENTA-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-VENTAS.

           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"

           SELECT RELATIVE-FILE ASSIGN TO "relativo.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-RELATIVE-KEY
               FILE STATUS IS FS-RELATIVE.

           SELECT PLATE-FILE ASSIGN TO "PLATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLT-NUMBER
               ALTERNATE RECORD KEY IS PLT-PROD-CODE WITH DUPLICATES
               FILE STATUS IS FS-PLATE.

           SELECT PICK-FILE ASSIGN TO "PICKLIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PICK.
           05 BIN-PROD-CODE PIC X(5).
           05 BIN-CAPACITY  PIC 9(5).

       FD  PLATE-FILE.
       COPY PLATE-RECORD.

       FD  PICK-FILE.
       01  PICK-LINE             PIC X(100).

       01  FS-RELATIVE          PIC XX.
           88 FS-RELATIVE-OK    VALUE "00".
           88 FS-RELATIVE-EOF   VALUE "10".
       01  WS-RELATIVE-OPEN     PIC X VALUE "N".
           88 WS-RELATIVE-IS-OPEN VALUE "Y".

       01  FS-PLATE             PIC XX.
           88 FS-PLATE-OK       VALUE "00".
           88 FS-PLATE-EOF      VALUE "10".
       01  WS-PLATE-OPEN        PIC X VALUE "N".
           88 WS-PLATE-IS-OPEN  VALUE "Y".

       01  FS-PICK              PIC XX.
           88 FS-PICK-OK        VALUE "00".
               10 WS-PCK-CODE    PIC X(5).
               10 WS-PCK-NAME    PIC X(20).
               10 WS-PCK-QTY     PIC 9(5).
               10 WS-PCK-PLATE   PIC 9(8).

      * Active plates of the product being allocated, put away in a
      * bin, in expiry order
       01  WS-PLATE-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-PLATE-TABLE.
           05 WS-PLT-ENTRY OCCURS 50 TIMES.
               10 WS-PLT-EXPIRY  PIC 9(8).
               10 WS-PLT-NUMBER  PIC 9(8).
               10 WS-PLT-BIN     PIC 9(5).
               10 WS-PLT-QTY     PIC 9(5).
       01  WS-SWAP-PLATE        PIC X(26).
       01  WS-PDX               PIC 9(2).
       01  WS-PLATED-QTY        PIC 9(7).
       01  WS-LOOSE-QTY         PIC S9(7).
       01  WS-PLATE-TEXT        PIC X(8).

       01  WS-IDX               PIC 9(3).
       01  WS-JDX               PIC 9(3).
           05 WS-SWP-CODE        PIC X(5).
           05 WS-SWP-NAME        PIC X(20).
           05 WS-SWP-QTY         PIC 9(5).
           05 WS-SWP-PLATE       PIC 9(8).

       01  WS-FOUND             PIC X.
           88 WS-IS-FOUND       VALUE "Y".
       01  WS-LINES-FOUND       PIC 9(3).
       01  WS-RUN-DATE          PIC 9(8).

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT TICKETS-FILE.
           IF NOT FS-TICKETS-OK
               DISPLAY "ERROR OPENING TICKETS.DAT: " FS-TICKETS
               MOVE "PICK-LIST-PRINT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "TICKETS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-TICKETS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT VENTAS-FILE.
           IF NOT FS-VENTAS-OK
               DISPLAY "ERROR OPENING SELLS.DAT: " FS-VENTAS
               MOVE "PICK-LIST-PRINT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "SELLS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-VENTAS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
               DISPLAY "ERROR OPENING PRODUCTS.DAT: " FS-PRODUCTS
               MOVE "PICK-LIST-PRINT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PRODUCTS.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PRODUCTS TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "PICK-LIST-PRINT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT RELATIVE-FILE.
           IF FS-RELATIVE-OK
               MOVE "Y" TO WS-RELATIVE-OPEN
           ELSE
               DISPLAY "relativo.dat NOT AVAILABLE (" FS-RELATIVE
                  ") - PICKS PRINT UNSEQUENCED"
               MOVE "PICK-LIST-PRINT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "relativo.dat" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-RELATIVE TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PLATE-FILE.
           IF FS-PLATE-OK
               MOVE "Y" TO WS-PLATE-OPEN
           END-IF.
           OPEN OUTPUT PICK-FILE.
           IF NOT FS-PICK-OK
               DISPLAY "ERROR CREATING PICKLIST.TXT: " FS-PICK
               MOVE "PICK-LIST-PRINT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "PICKLIST.TXT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-PICK TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       ACCEPT-TICKET-NUMBERS.

       ALLOCATE-ONE-PRODUCT.
           MOVE WS-DEM-QTY (WS-IDX) TO WS-NEEDED.
           MOVE ZERO TO WS-PLATE-COUNT.
           IF WS-PLATE-IS-OPEN
               PERFORM LOAD-PRODUCT-PLATES
               PERFORM SORT-PLATES-BY-EXPIRY
               PERFORM ALLOCATE-FROM-PLATE
                  VARYING WS-PDX FROM 1 BY 1
                  UNTIL WS-PDX > WS-PLATE-COUNT OR WS-NEEDED = ZERO
           END-IF.
           IF WS-RELATIVE-IS-OPEN AND WS-NEEDED > ZERO
               CLOSE RELATIVE-FILE
               OPEN INPUT RELATIVE-FILE
               PERFORM READ-NEXT-BIN
               PERFORM ADD-NO-BIN-PICK
           END-IF.

       LOAD-PRODUCT-PLATES.
           MOVE WS-DEM-CODE (WS-IDX) TO PLT-PROD-CODE.
           MOVE "00" TO FS-PLATE.
           START PLATE-FILE KEY IS = PLT-PROD-CODE
               INVALID KEY
                   SET FS-PLATE-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-PLATE.
           PERFORM NOTE-ONE-PLATE UNTIL FS-PLATE-EOF.

       READ-NEXT-PLATE.
           READ PLATE-FILE NEXT RECORD
               AT END
                   SET FS-PLATE-EOF TO TRUE
           END-READ.
           IF NOT FS-PLATE-EOF
               IF PLT-PROD-CODE NOT = WS-DEM-CODE (WS-IDX)
                   SET FS-PLATE-EOF TO TRUE
               END-IF
           END-IF.

      * A plate with no expiry sorts after every dated one
       NOTE-ONE-PLATE.
           IF PLT-ACTIVE AND PLT-BIN > ZERO AND PLT-QUANTITY > ZERO
              AND WS-PLATE-COUNT < 50
               ADD 1 TO WS-PLATE-COUNT
               IF PLT-EXPIRY-DATE = ZERO
                   MOVE 99999999 TO WS-PLT-EXPIRY (WS-PLATE-COUNT)
               ELSE
                   MOVE PLT-EXPIRY-DATE
                      TO WS-PLT-EXPIRY (WS-PLATE-COUNT)
               END-IF
               MOVE PLT-NUMBER TO WS-PLT-NUMBER (WS-PLATE-COUNT)
               MOVE PLT-BIN TO WS-PLT-BIN (WS-PLATE-COUNT)
               MOVE PLT-QUANTITY TO WS-PLT-QTY (WS-PLATE-COUNT)
           END-IF.
           PERFORM READ-NEXT-PLATE.

       SORT-PLATES-BY-EXPIRY.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= WS-PLATE-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                  UNTIL WS-SORT-J > WS-PLATE-COUNT - WS-SORT-I
                   IF WS-PLT-EXPIRY (WS-SORT-J) >
                      WS-PLT-EXPIRY (WS-SORT-J + 1)
                       MOVE WS-PLT-ENTRY (WS-SORT-J) TO WS-SWAP-PLATE
                       MOVE WS-PLT-ENTRY (WS-SORT-J + 1)
                          TO WS-PLT-ENTRY (WS-SORT-J)
                       MOVE WS-SWAP-PLATE
                          TO WS-PLT-ENTRY (WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ALLOCATE-FROM-PLATE.
           IF WS-PLT-QTY (WS-PDX) < WS-NEEDED
               MOVE WS-PLT-QTY (WS-PDX) TO WS-TAKE
           ELSE
               MOVE WS-NEEDED TO WS-TAKE
           END-IF.
           SUBTRACT WS-TAKE FROM WS-NEEDED.
           MOVE SPACES TO DA.
           IF WS-RELATIVE-IS-OPEN
               MOVE WS-PLT-BIN (WS-PDX) TO WS-RELATIVE-KEY
               READ RELATIVE-FILE
                   INVALID KEY
                       MOVE "** BIN NOT ON FILE **" TO DA
               END-READ
           END-IF.
           IF WS-PICK-COUNT < 400
               ADD 1 TO WS-PICK-COUNT
               MOVE WS-PLT-BIN (WS-PDX) TO WS-PCK-BIN (WS-PICK-COUNT)
               MOVE DA TO WS-PCK-DA (WS-PICK-COUNT)
               MOVE WS-DEM-CODE (WS-IDX)
                  TO WS-PCK-CODE (WS-PICK-COUNT)
               MOVE WS-DEM-NAME (WS-IDX)
                  TO WS-PCK-NAME (WS-PICK-COUNT)
               MOVE WS-TAKE TO WS-PCK-QTY (WS-PICK-COUNT)
               MOVE WS-PLT-NUMBER (WS-PDX)
                  TO WS-PCK-PLATE (WS-PICK-COUNT)
           END-IF.

       READ-NEXT-BIN.
           READ RELATIVE-FILE NEXT RECORD
               AT END
                   SET FS-RELATIVE-EOF TO TRUE
           END-READ.
           IF BIN-OCCUPIED
              AND BIN-PROD-CODE = WS-DEM-CODE (WS-IDX)
              AND BIN-QUANTITY > ZERO
               PERFORM SUM-PLATES-IN-BIN
               COMPUTE WS-LOOSE-QTY = BIN-QUANTITY - WS-PLATED-QTY
               IF WS-LOOSE-QTY > ZERO
                   IF WS-LOOSE-QTY < WS-NEEDED
                       MOVE WS-LOOSE-QTY TO WS-TAKE
                   ELSE
                       MOVE WS-NEEDED TO WS-TAKE
                   END-IF
                   SUBTRACT WS-TAKE FROM WS-NEEDED
                   PERFORM ADD-PICK-ENTRY
               END-IF
           END-IF.
           PERFORM READ-NEXT-BIN.

      * Stock on a plate has already been offered plate by plate, so
      * only what the bin holds beyond its plates is picked loose
       SUM-PLATES-IN-BIN.
           MOVE ZERO TO WS-PLATED-QTY.
           PERFORM VARYING WS-PDX FROM 1 BY 1
              UNTIL WS-PDX > WS-PLATE-COUNT
               IF WS-PLT-BIN (WS-PDX) = IDNUM
                   ADD WS-PLT-QTY (WS-PDX) TO WS-PLATED-QTY
               END-IF
           END-PERFORM.

       ADD-PICK-ENTRY.
           IF WS-PICK-COUNT < 400
               ADD 1 TO WS-PICK-COUNT
               MOVE WS-DEM-NAME (WS-IDX)
                  TO WS-PCK-NAME (WS-PICK-COUNT)
               MOVE WS-TAKE TO WS-PCK-QTY (WS-PICK-COUNT)
               MOVE ZERO TO WS-PCK-PLATE (WS-PICK-COUNT)
           END-IF.

       ADD-NO-BIN-PICK.
               MOVE WS-DEM-NAME (WS-IDX)
                  TO WS-PCK-NAME (WS-PICK-COUNT)
               MOVE WS-NEEDED TO WS-PCK-QTY (WS-PICK-COUNT)
               MOVE ZERO TO WS-PCK-PLATE (WS-PICK-COUNT)
           END-IF.

       SORT-PICKS-BY-BIN.
           WRITE PICK-LINE.
           STRING "BIN   LOCATION             PRODUCT "
                  DELIMITED BY SIZE
                  "NAME                  QTY    PICKED   PLATE"
                  DELIMITED BY SIZE
              INTO PICK-LINE
           END-STRING.
           WRITE PICK-LINE.

       PRINT-ONE-PICK.
           IF WS-PCK-PLATE (WS-JDX) = ZERO
               MOVE SPACES TO WS-PLATE-TEXT
           ELSE
               MOVE WS-PCK-PLATE (WS-JDX) TO WS-PLATE-TEXT
           END-IF.
           STRING WS-PCK-BIN (WS-JDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PCK-DA (WS-JDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PCK-QTY (WS-JDX) DELIMITED BY SIZE
                  "  [_____]" DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PLATE-TEXT DELIMITED BY SIZE
              INTO PICK-LINE
           END-STRING.
           WRITE PICK-LINE.
           CLOSE VENTAS-FILE.
           CLOSE PRODUCTS-FILE.
           CLOSE ARCHIVO-CLIENTES.
           IF WS-RELATIVE-IS-OPEN
               CLOSE RELATIVE-FILE
           END-IF.
           IF WS-PLATE-IS-OPEN
               CLOSE PLATE-FILE
           END-IF.
           IF FS-PICK-OK
               CLOSE PICK-FILE
           END-IF.
