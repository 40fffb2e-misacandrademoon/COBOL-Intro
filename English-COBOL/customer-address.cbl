      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer address lookup every document printer
      *          shares, in the mold of CALENDAR-MANAGER. CALLed
      *          with an action byte against CUSTADDR.DAT, where
      *          address 000 of each customer is the bill-to and
      *          001-999 are ship-to addresses: G returns the
      *          requested address as four print lines, falling
      *          back to the bill-to when the number is zero or not
      *          on file; N returns the next address after the
      *          number given, so callers can list a customer's
      *          ship-tos. The result byte is Y when the address
      *          asked for was found, B when the bill-to was used
      *          instead and N when the customer has nothing on
      *          file - the lines then come back blank so documents
      *          still print.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ADDRESS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTADDR-FILE ASSIGN TO "CUSTADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADDR-KEY
               FILE STATUS IS FS-CUSTADDR.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTADDR-FILE.
       COPY CUSTADDR-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-CUSTADDR          PIC XX.
           88 FS-CUSTADDR-OK    VALUE "00".
           88 FS-CUSTADDR-EOF   VALUE "10".

       LINKAGE SECTION.
       01  LNK-ACTION           PIC X.
           88 LNK-ACTION-GET    VALUE "G".
           88 LNK-ACTION-NEXT   VALUE "N".
       01  LNK-CLAVE-CLIENTE    PIC X(10).
       01  LNK-ADDR-NUMBER      PIC 9(3).
       01  LNK-ADDRESS-LINES.
           05 LNK-ADDRESS-LINE  PIC X(60) OCCURS 4 TIMES.
       01  LNK-RESULT           PIC X.

       PROCEDURE DIVISION USING LNK-ACTION LNK-CLAVE-CLIENTE
           LNK-ADDR-NUMBER LNK-ADDRESS-LINES LNK-RESULT.
       MAIN-PROCEDURE.
           MOVE "N" TO LNK-RESULT.
           MOVE SPACES TO LNK-ADDRESS-LINES.
           OPEN INPUT CUSTADDR-FILE.
           IF NOT FS-CUSTADDR-OK
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN LNK-ACTION-GET
                   PERFORM GET-ADDRESS
               WHEN LNK-ACTION-NEXT
                   PERFORM GET-NEXT-ADDRESS
               WHEN OTHER
                   DISPLAY "CUSTOMER-ADDRESS: INVALID ACTION "
                      LNK-ACTION
           END-EVALUATE.
           CLOSE CUSTADDR-FILE.
           GOBACK.

       GET-ADDRESS.
           IF LNK-ADDR-NUMBER > ZERO
               MOVE LNK-CLAVE-CLIENTE TO CADDR-CLAVE-CLIENTE
               MOVE LNK-ADDR-NUMBER TO CADDR-NUMBER
               READ CUSTADDR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO LNK-RESULT
                       PERFORM FORMAT-ADDRESS-LINES
               END-READ
           END-IF.
           IF LNK-RESULT NOT = "Y"
               PERFORM GET-BILL-TO-ADDRESS
           END-IF.

       GET-BILL-TO-ADDRESS.
           MOVE LNK-CLAVE-CLIENTE TO CADDR-CLAVE-CLIENTE.
           MOVE ZERO TO CADDR-NUMBER.
           READ CUSTADDR-FILE
               INVALID KEY
                   MOVE "N" TO LNK-RESULT
               NOT INVALID KEY
                   IF LNK-ADDR-NUMBER = ZERO
                       MOVE "Y" TO LNK-RESULT
                   ELSE
                       MOVE "B" TO LNK-RESULT
                   END-IF
                   PERFORM FORMAT-ADDRESS-LINES
           END-READ.

       GET-NEXT-ADDRESS.
           MOVE LNK-CLAVE-CLIENTE TO CADDR-CLAVE-CLIENTE.
           MOVE LNK-ADDR-NUMBER TO CADDR-NUMBER.
           START CUSTADDR-FILE KEY IS > CADDR-KEY
               INVALID KEY
                   SET FS-CUSTADDR-EOF TO TRUE
           END-START.
           IF NOT FS-CUSTADDR-EOF
               READ CUSTADDR-FILE NEXT RECORD
                   AT END
                       SET FS-CUSTADDR-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT FS-CUSTADDR-EOF
               IF CADDR-CLAVE-CLIENTE = LNK-CLAVE-CLIENTE
                   MOVE CADDR-NUMBER TO LNK-ADDR-NUMBER
                   MOVE "Y" TO LNK-RESULT
                   PERFORM FORMAT-ADDRESS-LINES
               END-IF
           END-IF.

       FORMAT-ADDRESS-LINES.
           MOVE CADDR-NAME TO LNK-ADDRESS-LINE (1).
           MOVE CADDR-LINE-1 TO LNK-ADDRESS-LINE (2).
           MOVE CADDR-LINE-2 TO LNK-ADDRESS-LINE (3).
           STRING CADDR-CITY DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  CADDR-REGION DELIMITED BY "  "
                  "  " DELIMITED BY SIZE
                  CADDR-POSTAL-CODE DELIMITED BY SIZE
              INTO LNK-ADDRESS-LINE (4)
           END-STRING.
