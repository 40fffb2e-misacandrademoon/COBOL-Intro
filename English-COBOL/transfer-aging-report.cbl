      ******************************************************************
      * Author:
      * Date:
      * Purpose: In-transit transfer aging report. Walks XFERHDR.DAT
      *          in transfer number and lists every inter-branch
      *          transfer still in transit that was shipped more than
      *          the given number of days ago, with its branches,
      *          ship date, days out, lines, units and carrier, so
      *          the sending branch can chase the shipment. Can also
      *          list the short and damaged quantities written to
      *          XFERDISC.DAT since a given date, valued at cost.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-AGING-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFERHDR-FILE ASSIGN TO "XFERHDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XH-NUMBER
               FILE STATUS IS FS-XFERHDR.

           SELECT XFERDISC-FILE ASSIGN TO "XFERDISC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-XFERDISC.

       DATA DIVISION.
       FILE SECTION.
       FD  XFERHDR-FILE.
       COPY XFERHDR-RECORD.

       FD  XFERDISC-FILE.
       COPY XFERDISC-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-XFERHDR           PIC XX.
           88 FS-XFERHDR-OK     VALUE "00".
           88 FS-XFERHDR-EOF    VALUE "10".
       01  FS-XFERDISC          PIC XX.
           88 FS-XFERDISC-OK    VALUE "00".
           88 FS-XFERDISC-EOF   VALUE "10".

       01  WS-LATE-DAYS         PIC 9(3) VALUE ZERO.
       01  WS-DISC-FROM-DATE    PIC 9(8) VALUE ZERO.
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-TODAY-INTEGER     PIC 9(8).
       01  WS-DAYS-OLD          PIC S9(5).
       01  WS-DAYS-EDIT         PIC ZZZZ9.

       01  WS-IN-TRANSIT-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-LATE-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-LATE-UNITS        PIC 9(9) VALUE ZERO.
       01  WS-UNITS-EDIT        PIC Z,ZZZ,ZZ9.

       01  WS-DISC-TYPE         PIC X(7).
       01  WS-DISC-VALUE        PIC 9(9)V99.
       01  WS-DISC-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-SHORT-VALUE       PIC 9(11)V99 VALUE ZERO.
       01  WS-DAMAGED-VALUE     PIC 9(11)V99 VALUE ZERO.
       01  WS-MONEY-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT        PIC ZZZ,ZZZ,ZZ9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           DISPLAY "DAYS IN TRANSIT BEFORE A TRANSFER IS LATE "
              "(0 = 3): " WITH NO ADVANCING.
           ACCEPT WS-LATE-DAYS.
           IF WS-LATE-DAYS = ZERO
               MOVE 3 TO WS-LATE-DAYS
           END-IF.
           DISPLAY "LIST DISCREPANCIES RECEIVED SINCE (YYYYMMDD, "
              "0 = SKIP): " WITH NO ADVANCING.
           ACCEPT WS-DISC-FROM-DATE.
           PERFORM OPEN-FILES.
           IF FS-XFERHDR-OK
               DISPLAY " "
               DISPLAY "TRANSFERS IN TRANSIT OVER " WS-LATE-DAYS
                  " DAYS - " WS-TODAY-DATE
               DISPLAY "XFER   FR TO SHIPPED   DAYS LINES     UNITS  "
                  "CARRIER"
               MOVE ZERO TO XH-NUMBER
               START XFERHDR-FILE KEY IS >= XH-NUMBER
                   INVALID KEY
                       SET FS-XFERHDR-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-TRANSFER
               PERFORM AGE-ONE-TRANSFER UNTIL FS-XFERHDR-EOF
               DISPLAY " "
               DISPLAY "TRANSFERS IN TRANSIT: " WS-IN-TRANSIT-COUNT
               DISPLAY "LATE (OVER " WS-LATE-DAYS " DAYS):  "
                  WS-LATE-COUNT
               MOVE WS-LATE-UNITS TO WS-UNITS-EDIT
               DISPLAY "LATE UNITS:           " WS-UNITS-EDIT
           END-IF.
           IF WS-DISC-FROM-DATE > ZERO
               PERFORM LIST-DISCREPANCIES
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT XFERHDR-FILE.
           IF NOT FS-XFERHDR-OK
               DISPLAY "ERROR OPENING XFERHDR.DAT: " FS-XFERHDR
               MOVE "TRANSFER-AGING-REPORT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "XFERHDR.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-XFERHDR TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       READ-NEXT-TRANSFER.
           READ XFERHDR-FILE NEXT RECORD
               AT END
                   SET FS-XFERHDR-EOF TO TRUE
           END-READ.

       AGE-ONE-TRANSFER.
           IF XH-IN-TRANSIT
               ADD 1 TO WS-IN-TRANSIT-COUNT
               COMPUTE WS-DAYS-OLD = WS-TODAY-INTEGER -
                  FUNCTION INTEGER-OF-DATE(XH-SHIP-DATE)
               IF WS-DAYS-OLD > WS-LATE-DAYS
                   PERFORM PRINT-ONE-TRANSFER
               END-IF
           END-IF.
           PERFORM READ-NEXT-TRANSFER.

       PRINT-ONE-TRANSFER.
           ADD 1 TO WS-LATE-COUNT.
           ADD XH-UNITS-SHIPPED TO WS-LATE-UNITS.
           MOVE WS-DAYS-OLD TO WS-DAYS-EDIT.
           MOVE XH-UNITS-SHIPPED TO WS-UNITS-EDIT.
           DISPLAY XH-NUMBER " " XH-FROM-BRANCH " " XH-TO-BRANCH " "
              XH-SHIP-DATE " " WS-DAYS-EDIT "  " XH-LINE-COUNT " "
              WS-UNITS-EDIT "  " XH-CARRIER.

      * Short and damaged quantities booked at receiving since the
      * given date, valued at the cost held when they were recorded
       LIST-DISCREPANCIES.
           OPEN INPUT XFERDISC-FILE.
           IF NOT FS-XFERDISC-OK
               DISPLAY "NO DISCREPANCIES ON FILE (XFERDISC.DAT: "
                  FS-XFERDISC ")"
               MOVE "TRANSFER-AGING-REPORT" TO ERP-PROGRAM
               MOVE "LIST-DISCREPANCIES" TO ERP-PARAGRAPH
               MOVE "XFERDISC.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-XFERDISC TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               DISPLAY " "
               DISPLAY "TRANSFER DISCREPANCIES RECEIVED SINCE "
                  WS-DISC-FROM-DATE
               DISPLAY "XFER   LIN PROD  FR TO RECEIVED TYPE      QTY"
                  "      AT COST  NOTE"
               PERFORM READ-NEXT-DISCREPANCY
               PERFORM CHECK-ONE-DISCREPANCY UNTIL FS-XFERDISC-EOF
               DISPLAY " "
               DISPLAY "DISCREPANCY RECORDS: " WS-DISC-COUNT
               MOVE WS-SHORT-VALUE TO WS-TOTAL-EDIT
               DISPLAY "SHORT AT COST:       " WS-TOTAL-EDIT
               MOVE WS-DAMAGED-VALUE TO WS-TOTAL-EDIT
               DISPLAY "DAMAGED AT COST:     " WS-TOTAL-EDIT
               CLOSE XFERDISC-FILE
           END-IF.

       READ-NEXT-DISCREPANCY.
           READ XFERDISC-FILE
               AT END
                   SET FS-XFERDISC-EOF TO TRUE
           END-READ.

       CHECK-ONE-DISCREPANCY.
           IF XD-RECEIVED-DATE >= WS-DISC-FROM-DATE
               PERFORM PRINT-ONE-DISCREPANCY
           END-IF.
           PERFORM READ-NEXT-DISCREPANCY.

       PRINT-ONE-DISCREPANCY.
           ADD 1 TO WS-DISC-COUNT.
           COMPUTE WS-DISC-VALUE = XD-QUANTITY * XD-UNIT-COST.
           IF XD-SHORT
               MOVE "SHORT" TO WS-DISC-TYPE
               ADD WS-DISC-VALUE TO WS-SHORT-VALUE
           ELSE
               MOVE "DAMAGED" TO WS-DISC-TYPE
               ADD WS-DISC-VALUE TO WS-DAMAGED-VALUE
           END-IF.
           MOVE WS-DISC-VALUE TO WS-MONEY-EDIT.
           DISPLAY XD-NUMBER " " XD-LINE " " XD-PROD-CODE " "
              XD-FROM-BRANCH " " XD-TO-BRANCH " " XD-RECEIVED-DATE " "
              WS-DISC-TYPE " " XD-QUANTITY " " WS-MONEY-EDIT "  "
              XD-NOTE.

       CLOSE-FILES.
           IF FS-XFERHDR-OK OR FS-XFERHDR-EOF
               CLOSE XFERHDR-FILE
           END-IF.
