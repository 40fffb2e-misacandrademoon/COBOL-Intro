      ******************************************************************
      * Author:
      * Date:
      * Purpose: Records cash taken out of a till during the day on
      *          DRAWEVT.DAT - paid-outs for small expenses and
      *          mid-shift pickups of excess cash to the safe. A
      *          paid-out carries a reason code set up in GLMAP-ENTRY
      *          as type PO with the expense account it posts to; a
      *          pickup carries the amount, the drawer operator and
      *          the supervisor who lifted it. Every event needs a
      *          supervisor id and PIN from OPERMAST.DAT. Events are
      *          stamped with the branch whose till they came from.
      *          CASH-DRAWER-REPORT and DEPOSIT-PREP take the events
      *          off the expected drawer cash and GL-DAILY-JOURNAL
      *          posts them against cash.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWER-EVENT-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWEVT-FILE ASSIGN TO "DRAWEVT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DRAWEVT.

           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-KEY
               FILE STATUS IS FS-GLMAP.

           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS FS-OPERMAST.

           SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SIGNON.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAWEVT-FILE.
       COPY DRAWEVT-RECORD.

       FD  GLMAP-FILE.
       COPY GLMAP-RECORD.

       FD  OPERMAST-FILE.
       COPY OPERMAST-RECORD.

       FD  SIGNON-FILE.
       COPY SIGNON-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-DRAWEVT           PIC XX.
           88 FS-DRAWEVT-OK     VALUE "00".
           88 FS-DRAWEVT-NOT-EXIST VALUE "35".
       01  FS-GLMAP             PIC XX.
           88 FS-GLMAP-OK       VALUE "00".
       01  WS-GLMAP-OPEN        PIC X VALUE "N".
           88 WS-GLMAP-IS-OPEN  VALUE "Y".
       01  FS-OPERMAST          PIC XX.
           88 FS-OPERMAST-OK    VALUE "00".
       01  WS-OPERMAST-OPEN     PIC X VALUE "N".
           88 WS-OPERMAST-IS-OPEN VALUE "Y".
       01  FS-SIGNON            PIC XX.
           88 FS-SIGNON-OK      VALUE "00".

       01  WS-CONTINUE          PIC X VALUE "Y".
           88 WS-YES            VALUE "Y", "y".

       01  WS-EVENT-TYPE        PIC X.
           88 WS-TYPE-PAID-OUT  VALUE "O", "o".
           88 WS-TYPE-PICKUP    VALUE "P", "p".
       01  WS-AMOUNT-EDIT       PIC X(14).
       01  WS-AMOUNT            PIC 9(7)V99.
       01  WS-REASON-CODE       PIC X(2).
       01  WS-REASON-VALID      PIC X.
           88 WS-REASON-IS-VALID VALUE "Y".
       01  WS-GL-ACCOUNT        PIC X(8).
       01  WS-DRAWER-OPERATOR   PIC 9(5).
       01  WS-NOTE              PIC X(20).
       01  WS-OPERATOR-ID       PIC 9(5) VALUE ZERO.
       01  WS-BRANCH            PIC X(2).

       01  WS-SUPERVISOR-ID     PIC 9(5).
       01  WS-SUPERVISOR-PIN    PIC 9(4).
       01  WS-TRIES             PIC 9(1).
       01  WS-GRANTED           PIC X.
           88 WS-IS-GRANTED     VALUE "Y".

       01  WS-PAID-OUT-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-PICKUP-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-MONEY-EDIT        PIC -,---,---,--9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           IF FS-DRAWEVT-OK AND WS-OPERMAST-IS-OPEN
               PERFORM READ-SIGNON-SESSION
               DISPLAY "TILL BRANCH (2 characters): " WITH NO ADVANCING
               ACCEPT WS-BRANCH
               DISPLAY " "
               DISPLAY "DRAWER PAID-OUT / PICKUP ENTRY"
               PERFORM ENTER-ONE-EVENT UNTIL NOT WS-YES
               DISPLAY " "
               DISPLAY "PAID-OUTS RECORDED: " WS-PAID-OUT-COUNT
               DISPLAY "PICKUPS RECORDED:   " WS-PICKUP-COUNT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN EXTEND DRAWEVT-FILE.
           IF FS-DRAWEVT-NOT-EXIST
               OPEN OUTPUT DRAWEVT-FILE
           END-IF.
           IF NOT FS-DRAWEVT-OK
               DISPLAY "ERROR OPENING DRAWEVT.DAT: " FS-DRAWEVT
               MOVE "DRAWER-EVENT-ENTRY" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "DRAWEVT.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-DRAWEVT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT GLMAP-FILE.
           IF FS-GLMAP-OK
               MOVE "Y" TO WS-GLMAP-OPEN
           ELSE
               DISPLAY "GLMAP.DAT NOT AVAILABLE - PAID-OUTS CANNOT "
                  "BE RECORDED"
           END-IF.
           OPEN INPUT OPERMAST-FILE.
           IF FS-OPERMAST-OK
               MOVE "Y" TO WS-OPERMAST-OPEN
           ELSE
               DISPLAY "OPERMAST.DAT NOT AVAILABLE - EVENTS CANNOT "
                  "BE AUTHORIZED"
           END-IF.

       READ-SIGNON-SESSION.
           OPEN INPUT SIGNON-FILE.
           IF FS-SIGNON-OK
               READ SIGNON-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SIGNON-OPER-ID TO WS-OPERATOR-ID
               END-READ
               CLOSE SIGNON-FILE
           END-IF.

       ENTER-ONE-EVENT.
           DISPLAY " ".
           MOVE SPACE TO WS-EVENT-TYPE.
           PERFORM UNTIL WS-TYPE-PAID-OUT OR WS-TYPE-PICKUP
               DISPLAY "PAID-(O)UT OR (P)ICKUP TO SAFE: "
                  WITH NO ADVANCING
               ACCEPT WS-EVENT-TYPE
           END-PERFORM.
           MOVE ZERO TO WS-AMOUNT.
           PERFORM UNTIL WS-AMOUNT > ZERO
               DISPLAY "AMOUNT (ex: 25.00): " WITH NO ADVANCING
               ACCEPT WS-AMOUNT-EDIT
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-EDIT)
           END-PERFORM.
           DISPLAY "DRAWER OPERATOR ID (0 = SIGNED-ON OPERATOR): "
              WITH NO ADVANCING.
           ACCEPT WS-DRAWER-OPERATOR.
           IF WS-DRAWER-OPERATOR = ZERO
               MOVE WS-OPERATOR-ID TO WS-DRAWER-OPERATOR
           END-IF.
           MOVE SPACES TO WS-REASON-CODE WS-GL-ACCOUNT.
           MOVE "Y" TO WS-REASON-VALID.
           IF WS-TYPE-PAID-OUT
               PERFORM GET-PAID-OUT-REASON
           END-IF.
           IF WS-REASON-IS-VALID
               DISPLAY "NOTE (20 characters, BLANK = NONE): "
                  WITH NO ADVANCING
               ACCEPT WS-NOTE
               PERFORM AUTHORIZE-EVENT
               IF WS-IS-GRANTED
                   PERFORM WRITE-DRAWER-EVENT
               ELSE
                   DISPLAY "EVENT NOT RECORDED - NO AUTHORIZATION"
               END-IF
           END-IF.
           DISPLAY "ENTER ANOTHER EVENT? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONTINUE.

       GET-PAID-OUT-REASON.
           MOVE "N" TO WS-REASON-VALID.
           IF NOT WS-GLMAP-IS-OPEN
               DISPLAY "PAID-OUT REASONS NOT AVAILABLE - SET UP "
                  "TYPE PO IN GLMAP-ENTRY"
           ELSE
               DISPLAY "PAID-OUT REASON CODE (2 characters): "
                  WITH NO ADVANCING
               ACCEPT WS-REASON-CODE
               MOVE FUNCTION UPPER-CASE(WS-REASON-CODE)
                  TO WS-REASON-CODE
               MOVE "PO" TO GLM-TYPE
               MOVE WS-REASON-CODE TO GLM-CLASS
               READ GLMAP-FILE
                   INVALID KEY
                       DISPLAY "UNKNOWN PAID-OUT REASON: "
                          WS-REASON-CODE
                   NOT INVALID KEY
                       DISPLAY "REASON: " GLM-DESCRIPTION
                          " ACCOUNT " GLM-ACCOUNT
                       MOVE GLM-ACCOUNT TO WS-GL-ACCOUNT
                       MOVE "Y" TO WS-REASON-VALID
               END-READ
           END-IF.

       AUTHORIZE-EVENT.
           MOVE "N" TO WS-GRANTED.
           MOVE ZERO TO WS-TRIES.
           DISPLAY "SUPERVISOR AUTHORIZATION REQUIRED".
           PERFORM TRY-ONE-AUTHORIZATION
              UNTIL WS-IS-GRANTED OR WS-TRIES >= 3.

       TRY-ONE-AUTHORIZATION.
           DISPLAY "SUPERVISOR ID (5 digits): " WITH NO ADVANCING.
           ACCEPT WS-SUPERVISOR-ID.
           DISPLAY "SUPERVISOR PIN (4 digits): " WITH NO ADVANCING.
           ACCEPT WS-SUPERVISOR-PIN.
           ADD 1 TO WS-TRIES.
           MOVE WS-SUPERVISOR-ID TO OPER-ID.
           READ OPERMAST-FILE
               INVALID KEY
                   DISPLAY "AUTHORIZATION REFUSED"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OPER-INACTIVE
                           DISPLAY "AUTHORIZATION REFUSED"
                       WHEN OPER-PIN NOT = WS-SUPERVISOR-PIN
                           DISPLAY "AUTHORIZATION REFUSED"
                       WHEN OPER-ROLE-COUNTER
                           DISPLAY "AUTHORIZATION REFUSED - NOT A "
                              "SUPERVISOR"
                       WHEN OTHER
                           MOVE "Y" TO WS-GRANTED
                           DISPLAY "AUTHORIZED BY " OPER-NAME
                   END-EVALUATE
           END-READ.

       WRITE-DRAWER-EVENT.
           ACCEPT DEV-FECHA FROM DATE YYYYMMDD.
           ACCEPT DEV-TIME FROM TIME.
           IF WS-TYPE-PAID-OUT
               SET DEV-PAID-OUT TO TRUE
           ELSE
               SET DEV-PICKUP TO TRUE
           END-IF.
           MOVE WS-AMOUNT TO DEV-AMOUNT.
           MOVE WS-REASON-CODE TO DEV-REASON.
           MOVE WS-GL-ACCOUNT TO DEV-GL-ACCOUNT.
           MOVE WS-DRAWER-OPERATOR TO DEV-OPERATOR.
           MOVE WS-SUPERVISOR-ID TO DEV-SUPERVISOR.
           MOVE WS-NOTE TO DEV-NOTE.
           MOVE WS-BRANCH TO DEV-BRANCH.
           WRITE DRAWEVT-RECORD.
           IF FS-DRAWEVT-OK
               MOVE WS-AMOUNT TO WS-MONEY-EDIT
               IF DEV-PAID-OUT
                   ADD 1 TO WS-PAID-OUT-COUNT
                   DISPLAY "PAID-OUT RECORDED: " WS-MONEY-EDIT
               ELSE
                   ADD 1 TO WS-PICKUP-COUNT
                   DISPLAY "PICKUP RECORDED:   " WS-MONEY-EDIT
               END-IF
           ELSE
               DISPLAY "ERROR WRITING DRAWEVT.DAT: " FS-DRAWEVT
               MOVE "DRAWER-EVENT-ENTRY" TO ERP-PROGRAM
               MOVE "WRITE-DRAWER-EVENT" TO ERP-PARAGRAPH
               MOVE "DRAWEVT.DAT" TO ERP-FILE
               MOVE "WRITE" TO ERP-OPERATION
               MOVE FS-DRAWEVT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       CLOSE-FILES.
           IF FS-DRAWEVT-OK
               CLOSE DRAWEVT-FILE
           END-IF.
           IF WS-GLMAP-IS-OPEN
               CLOSE GLMAP-FILE
           END-IF.
           IF WS-OPERMAST-IS-OPEN
               CLOSE OPERMAST-FILE
           END-IF.
