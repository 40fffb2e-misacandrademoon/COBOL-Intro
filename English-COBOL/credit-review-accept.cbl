      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lets a manager work through the pending raise and
      *          lower suggestions CREDIT-REVIEW-REPORT left on
      *          CREDREV.DAT. A manager id and PIN from OPERMAST.DAT is
      *          required first. Each suggestion is accepted, declined
      *          or skipped; an accepted one sets the customer's
      *          CLIENTE-LIMITE-CREDITO to the suggested limit and is
      *          written to AUDIT.LOG (action C, customer code in the
      *          name fields, old and new limit in the price fields).
      *          A suggestion is not applied if the limit has been
      *          changed since the review ran.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-REVIEW-ACCEPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS FS-OPERMAST.

           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CLIENTE
               FILE STATUS IS FS-CLIENTES.

           SELECT CREDREV-FILE ASSIGN TO "CREDREV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRV-CLAVE-CLIENTE
               FILE STATUS IS FS-CREDREV.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERMAST-FILE.
       COPY OPERMAST-RECORD.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       FD  CREDREV-FILE.
       COPY CREDREV-RECORD.

       FD  AUDIT-LOG-FILE.
       COPY AUDIT-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-OPERMAST          PIC XX.
           88 FS-OPERMAST-OK    VALUE "00".

       01  FS-CLIENTES          PIC XX.
           88 FS-CLIENTES-OK    VALUE "00".

       01  FS-CREDREV           PIC XX.
           88 FS-CREDREV-OK     VALUE "00".
           88 FS-CREDREV-EOF    VALUE "10".

       01  FS-AUDIT-LOG         PIC XX.
           88 FS-AUDIT-OK       VALUE "00".
           88 FS-AUDIT-NOT-EXIST VALUE "35".

       01  WS-MANAGER-ID        PIC 9(5).
       01  WS-MANAGER-PIN       PIC 9(4).
       01  WS-TRIES             PIC 9(1) VALUE ZERO.
       01  WS-GRANTED           PIC X VALUE "N".
           88 WS-IS-GRANTED     VALUE "Y".

       01  WS-DECISION          PIC X.
           88 WS-DECIDE-ACCEPT  VALUE "A", "a".
           88 WS-DECIDE-DECLINE VALUE "D", "d".
           88 WS-DECIDE-SKIP    VALUE "S", "s".
           88 WS-DECIDE-QUIT    VALUE "Q", "q".
           88 WS-DECISION-VALID VALUE "A", "a", "D", "d", "S", "s",
                                      "Q", "q".
       01  WS-QUIT-FLAG         PIC X VALUE "N".
           88 WS-QUIT           VALUE "Y".

       01  WS-TODAY             PIC 9(8).
       01  WS-ACTION-TEXT       PIC X(8).
       01  WS-SHOWN-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-ACCEPTED-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-DECLINED-COUNT    PIC 9(4) VALUE ZERO.

       01  WS-LIMIT-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-NEW-LIMIT-EDIT    PIC Z,ZZZ,ZZ9.99.
       01  WS-BALANCE-EDIT      PIC -,---,--9.99.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM AUTHORIZE-MANAGER.
           IF NOT WS-IS-GRANTED
               DISPLAY "CREDIT LIMIT CHANGES ARE RESTRICTED TO "
                  "MANAGERS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-FILES.
           IF FS-CREDREV-OK AND FS-CLIENTES-OK AND FS-AUDIT-OK
               PERFORM REVIEW-SUGGESTIONS
               DISPLAY " "
               DISPLAY "SUGGESTIONS SHOWN:    " WS-SHOWN-COUNT
               DISPLAY "ACCEPTED AND APPLIED: " WS-ACCEPTED-COUNT
               DISPLAY "DECLINED:             " WS-DECLINED-COUNT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       AUTHORIZE-MANAGER.
           MOVE "N" TO WS-GRANTED.
           OPEN INPUT OPERMAST-FILE.
           IF NOT FS-OPERMAST-OK
               DISPLAY "OPERMAST.DAT NOT AVAILABLE - MANAGER "
                  "CANNOT BE AUTHORIZED"
           ELSE
               DISPLAY "MANAGER AUTHORIZATION REQUIRED"
               PERFORM TRY-ONE-AUTHORIZATION
                  UNTIL WS-IS-GRANTED OR WS-TRIES >= 3
               CLOSE OPERMAST-FILE
           END-IF.

       TRY-ONE-AUTHORIZATION.
           DISPLAY "MANAGER ID (5 digits): " WITH NO ADVANCING.
           ACCEPT WS-MANAGER-ID.
           DISPLAY "MANAGER PIN (4 digits): " WITH NO ADVANCING.
           ACCEPT WS-MANAGER-PIN.
           ADD 1 TO WS-TRIES.
           MOVE WS-MANAGER-ID TO OPER-ID.
           READ OPERMAST-FILE
               INVALID KEY
                   DISPLAY "AUTHORIZATION REFUSED"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OPER-INACTIVE
                           DISPLAY "AUTHORIZATION REFUSED"
                       WHEN OPER-PIN NOT = WS-MANAGER-PIN
                           DISPLAY "AUTHORIZATION REFUSED"
                       WHEN NOT OPER-ROLE-MANAGER
                           DISPLAY "AUTHORIZATION REFUSED - NOT A "
                              "MANAGER"
                       WHEN OTHER
                           MOVE "Y" TO WS-GRANTED
                           DISPLAY "AUTHORIZED BY " OPER-NAME
                   END-EVALUATE
           END-READ.

       OPEN-FILES.
           OPEN I-O CREDREV-FILE.
           IF NOT FS-CREDREV-OK
               DISPLAY "CREDREV.DAT NOT AVAILABLE - RUN "
                  "CREDIT-REVIEW-REPORT FIRST"
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR OPENING clientes.idx: " FS-CLIENTES
               MOVE "CREDIT-REVIEW-ACCEPT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "clientes.idx" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CLIENTES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF FS-AUDIT-NOT-EXIST
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF NOT FS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT.LOG: " FS-AUDIT-LOG
               MOVE "CREDIT-REVIEW-ACCEPT" TO ERP-PROGRAM
               MOVE "OPEN-FILES" TO ERP-PARAGRAPH
               MOVE "AUDIT.LOG" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-AUDIT-LOG TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       REVIEW-SUGGESTIONS.
           MOVE LOW-VALUES TO CRV-CLAVE-CLIENTE.
           START CREDREV-FILE KEY IS NOT LESS THAN CRV-CLAVE-CLIENTE
               INVALID KEY
                   SET FS-CREDREV-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-SUGGESTION.
           PERFORM REVIEW-ONE-SUGGESTION
              UNTIL FS-CREDREV-EOF OR WS-QUIT.
           MOVE "00" TO FS-CREDREV.

       READ-NEXT-SUGGESTION.
           IF NOT FS-CREDREV-EOF
               READ CREDREV-FILE NEXT RECORD
                   AT END
                       SET FS-CREDREV-EOF TO TRUE
               END-READ
           END-IF.

       REVIEW-ONE-SUGGESTION.
           IF CRV-PENDING AND NOT CRV-HOLD
               PERFORM SHOW-SUGGESTION
               MOVE SPACE TO WS-DECISION
               PERFORM GET-DECISION UNTIL WS-DECISION-VALID
               EVALUATE TRUE
                   WHEN WS-DECIDE-ACCEPT
                       PERFORM ACCEPT-SUGGESTION
                   WHEN WS-DECIDE-DECLINE
                       PERFORM DECLINE-SUGGESTION
                   WHEN WS-DECIDE-QUIT
                       MOVE "Y" TO WS-QUIT-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-SUGGESTION.

       SHOW-SUGGESTION.
           ADD 1 TO WS-SHOWN-COUNT.
           IF CRV-RAISE
               MOVE "RAISE TO" TO WS-ACTION-TEXT
           ELSE
               MOVE "LOWER TO" TO WS-ACTION-TEXT
           END-IF.
           MOVE CRV-CURRENT-LIMIT TO WS-LIMIT-EDIT.
           MOVE CRV-SUGGESTED-LIMIT TO WS-NEW-LIMIT-EDIT.
           MOVE CRV-HIGH-BALANCE TO WS-BALANCE-EDIT.
           DISPLAY " ".
           DISPLAY "CUSTOMER " CRV-CLAVE-CLIENTE "  QUARTER "
              CRV-QUARTER "  REVIEWED " CRV-REVIEW-FECHA.
           DISPLAY "  LIMIT " WS-LIMIT-EDIT "  HIGH BALANCE "
              WS-BALANCE-EDIT.
           DISPLAY "  SUGGEST " WS-ACTION-TEXT " " WS-NEW-LIMIT-EDIT
              " - " CRV-REASON.

       GET-DECISION.
           DISPLAY "(A)CCEPT (D)ECLINE (S)KIP (Q)UIT: "
              WITH NO ADVANCING.
           ACCEPT WS-DECISION.
           IF NOT WS-DECISION-VALID
               DISPLAY "INVALID OPTION"
           END-IF.

       ACCEPT-SUGGESTION.
           MOVE CRV-CLAVE-CLIENTE TO CLAVE-CLIENTE.
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "CUSTOMER NOT FOUND: " CRV-CLAVE-CLIENTE
               NOT INVALID KEY
                   IF CLIENTE-LIMITE-CREDITO NOT = CRV-CURRENT-LIMIT
                       MOVE CLIENTE-LIMITE-CREDITO TO WS-LIMIT-EDIT
                       DISPLAY "LIMIT HAS CHANGED SINCE THE REVIEW "
                          "(NOW " WS-LIMIT-EDIT ") - NOT APPLIED"
                   ELSE
                       PERFORM APPLY-NEW-LIMIT
                   END-IF
           END-READ.

       APPLY-NEW-LIMIT.
           MOVE CRV-SUGGESTED-LIMIT TO CLIENTE-LIMITE-CREDITO.
           REWRITE REGISTRO-CLIENTE
               INVALID KEY
                   DISPLAY "ERROR UPDATING CUSTOMER: " FS-CLIENTES
                   MOVE "CREDIT-REVIEW-ACCEPT" TO ERP-PROGRAM
                   MOVE "APPLY-NEW-LIMIT" TO ERP-PARAGRAPH
                   MOVE "clientes.idx" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-CLIENTES TO ERP-STATUS
                   MOVE CLAVE-CLIENTE TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               NOT INVALID KEY
                   PERFORM WRITE-AUDIT-RECORD
                   SET CRV-ACCEPTED TO TRUE
                   PERFORM MARK-DECIDED
                   ADD 1 TO WS-ACCEPTED-COUNT
                   DISPLAY "CREDIT LIMIT UPDATED"
           END-REWRITE.

       DECLINE-SUGGESTION.
           SET CRV-DECLINED TO TRUE.
           PERFORM MARK-DECIDED.
           ADD 1 TO WS-DECLINED-COUNT.
           DISPLAY "SUGGESTION DECLINED".

       MARK-DECIDED.
           MOVE WS-TODAY TO CRV-DECIDED-FECHA.
           MOVE WS-MANAGER-ID TO CRV-MANAGER.
           REWRITE CREDREV-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING CREDREV.DAT: " FS-CREDREV
                   MOVE "CREDIT-REVIEW-ACCEPT" TO ERP-PROGRAM
                   MOVE "MARK-DECIDED" TO ERP-PARAGRAPH
                   MOVE "CREDREV.DAT" TO ERP-FILE
                   MOVE "REWRITE" TO ERP-OPERATION
                   MOVE FS-CREDREV TO ERP-STATUS
                   MOVE CRV-CLAVE-CLIENTE TO ERP-KEY
                   CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-REWRITE.

       WRITE-AUDIT-RECORD.
           MOVE "C" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CODE.
           MOVE CRV-CLAVE-CLIENTE TO AUDIT-BEFORE-NAME.
           MOVE CRV-CURRENT-LIMIT TO AUDIT-BEFORE-PRICE.
           MOVE ZERO TO AUDIT-BEFORE-STOCK.
           MOVE CRV-CLAVE-CLIENTE TO AUDIT-AFTER-NAME.
           MOVE CRV-SUGGESTED-LIMIT TO AUDIT-AFTER-PRICE.
           MOVE ZERO TO AUDIT-AFTER-STOCK.
           CALL "AUDIT-NEXT-SEQ" USING AUDIT-SEQ.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE "CREDIT-REVIEW" TO AUDIT-PROGRAM.
           WRITE AUDIT-RECORD.

       CLOSE-FILES.
           IF FS-CREDREV-OK
               CLOSE CREDREV-FILE
           END-IF.
           IF FS-CLIENTES-OK
               CLOSE ARCHIVO-CLIENTES
           END-IF.
           IF FS-AUDIT-OK
               CLOSE AUDIT-LOG-FILE
           END-IF.
           DISPLAY "PROGRAM FINISHED.".
