      ******************************************************************
      * Author:
      * Date:
      * Purpose: Minimum margin floor test shared by every program
      *          that sets a selling price, in the mold of
      *          PRICE-RESOLVER. CALLed with the product's category,
      *          unit cost and the proposed price; reads the
      *          category's CAT-MARGIN-FLOOR from CATEGORY.DAT and
      *          returns the floor percent, the lowest price that
      *          still makes it - cost * 100 / (100 - floor) - and a
      *          result byte: Y at or above the floor, N below it,
      *          Z no floor applies (no floor on the category, the
      *          category not on file, or no cost to measure from),
      *          U CATEGORY.DAT not available. Callers refuse an N
      *          unless SUPERVISOR-OVERRIDE grants it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGIN-FLOOR-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORY-FILE ASSIGN TO "CATEGORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODE
               FILE STATUS IS FS-CATEGORY.

       DATA DIVISION.
       FILE SECTION.
       FD  CATEGORY-FILE.
       COPY CATEGORY-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-CATEGORY          PIC XX.
           88 FS-CATEGORY-OK    VALUE "00".

       LINKAGE SECTION.
       01  LNK-CATEGORY         PIC X(4).
       01  LNK-COST             PIC 9(7)V99.
       01  LNK-PRICE            PIC 9(7)V99.
       01  LNK-FLOOR-PCT        PIC 9(2)V9.
       01  LNK-FLOOR-PRICE      PIC 9(7)V99.
       01  LNK-RESULT           PIC X.

       PROCEDURE DIVISION USING LNK-CATEGORY LNK-COST LNK-PRICE
           LNK-FLOOR-PCT LNK-FLOOR-PRICE LNK-RESULT.
       MAIN-PROCEDURE.
           MOVE ZERO TO LNK-FLOOR-PCT LNK-FLOOR-PRICE.
           MOVE "Z" TO LNK-RESULT.
           OPEN INPUT CATEGORY-FILE.
           IF NOT FS-CATEGORY-OK
               MOVE "U" TO LNK-RESULT
           ELSE
               MOVE LNK-CATEGORY TO CAT-CODE
               READ CATEGORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAT-MARGIN-FLOOR IS NUMERIC
                           MOVE CAT-MARGIN-FLOOR TO LNK-FLOOR-PCT
                       END-IF
               END-READ
               CLOSE CATEGORY-FILE
           END-IF.
           IF LNK-FLOOR-PCT > ZERO AND LNK-COST > ZERO
               COMPUTE LNK-FLOOR-PRICE ROUNDED =
                  LNK-COST * 100 / (100 - LNK-FLOOR-PCT)
               IF LNK-PRICE < LNK-FLOOR-PRICE
                   MOVE "N" TO LNK-RESULT
               ELSE
                   MOVE "Y" TO LNK-RESULT
               END-IF
           END-IF.
           GOBACK.
