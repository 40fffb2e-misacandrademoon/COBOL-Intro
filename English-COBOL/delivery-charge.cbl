      ******************************************************************
      * Author:
      * Date:
      * Purpose: Common delivery charge calculator. CALLed by
      *          CREATE-SELLS and SALES-BATCH-INTAKE when a ticket
      *          goes to a customer on a delivery route, with the
      *          CLIENTE-RUTA route code, the ticket's goods value and
      *          the number of full cases on it. Looks the route up on
      *          the DELCHG.DAT rules ROUTE-ENTRY maintains: the flat
      *          fee is waived when the goods value reaches the
      *          free-over threshold (zero = never waived), and the
      *          per-case surcharge is added for every full case.
      *          Result Y = charge worked out (possibly zero), N = no
      *          rule on file for the route.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELIVERY-CHARGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELCHG-FILE ASSIGN TO "DELCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-ROUTE-CODE
               FILE STATUS IS FS-DELCHG.

       DATA DIVISION.
       FILE SECTION.
       FD  DELCHG-FILE.
       COPY DELCHG-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-DELCHG            PIC XX.
           88 FS-DELCHG-OK      VALUE "00".

       LINKAGE SECTION.
       01  LNK-ROUTE-CODE       PIC X(2).
       01  LNK-GOODS-VALUE      PIC 9(9)V99.
       01  LNK-CASES            PIC 9(5).
       01  LNK-CHARGE           PIC 9(7)V99.
       01  LNK-RESULT           PIC X.

       PROCEDURE DIVISION USING LNK-ROUTE-CODE LNK-GOODS-VALUE
           LNK-CASES LNK-CHARGE LNK-RESULT.
       MAIN-PROCEDURE.
           MOVE "N" TO LNK-RESULT.
           MOVE ZERO TO LNK-CHARGE.
           OPEN INPUT DELCHG-FILE.
           IF NOT FS-DELCHG-OK
               GOBACK
           END-IF.
           MOVE LNK-ROUTE-CODE TO DC-ROUTE-CODE.
           READ DELCHG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM WORK-OUT-CHARGE
           END-READ.
           CLOSE DELCHG-FILE.
           GOBACK.

       WORK-OUT-CHARGE.
           IF DC-FREE-OVER > ZERO AND LNK-GOODS-VALUE >= DC-FREE-OVER
               MOVE ZERO TO LNK-CHARGE
           ELSE
               MOVE DC-FLAT-FEE TO LNK-CHARGE
           END-IF.
           COMPUTE LNK-CHARGE = LNK-CHARGE +
              DC-CASE-CHARGE * LNK-CASES.
           MOVE "Y" TO LNK-RESULT.
