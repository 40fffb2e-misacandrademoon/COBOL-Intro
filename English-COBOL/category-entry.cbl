      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintains CATEGORY.DAT (category code,
      *          description and target gross margin percent) the
      *          way SUPPLIER-ENTRY maintains the supplier master, so
      *          PRODUCT-ENTRY can reject categories that do not exist,
      *          reports can print the description instead of the raw
      *          code, and COST-LIST-IMPORT can flag supplier cost
      *          changes that take a product below its category's
      *          margin target (zero means no target). Each category
      *          also carries a minimum margin floor, no higher than
      *          the target, below which MARGIN-FLOOR-CHECK refuses a
      *          price without a supervisor override (zero means no
      *          floor).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  CATEGORY-FILE.
       COPY CATEGORY-RECORD.

       WORKING-STORAGE SECTION.
       01  FS-CATEGORY          PIC XX.
       01  WS-END-OF-LIST       PIC X VALUE "N".
           88 WS-NO-MORE-CATEGORIES VALUE "Y".
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-TARGET-EDIT       PIC X(6).
       01  WS-TARGET-DISPLAY    PIC Z9.9.
       01  WS-FLOOR-DISPLAY     PIC Z9.9.
       01  WS-FLOOR-VALID       PIC X.
           88 WS-FLOOR-IS-VALID VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING CATEGORY.DAT: " FS-CATEGORY
               MOVE "CATEGORY-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILE" TO ERP-PARAGRAPH
               MOVE "CATEGORY.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-CATEGORY TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.

       PROCESS-MENU.
           DISPLAY "DESCRIPTION (30 characters): "
              WITH NO ADVANCING.
           ACCEPT CAT-DESCRIPTION.
           PERFORM GET-MARGIN-TARGET.
           PERFORM GET-MARGIN-FLOOR.
           IF CAT-CODE = SPACES OR CAT-DESCRIPTION = SPACES
               DISPLAY "ERROR: CODE AND DESCRIPTION ARE REQUIRED"
           ELSE
                           WHEN OTHER
                               DISPLAY "ERROR WRITING RECORD: "
                                  FS-CATEGORY
                               MOVE "CATEGORY-ENTRY" TO ERP-PROGRAM
                               MOVE "ADD-CATEGORY" TO ERP-PARAGRAPH
                               MOVE "CATEGORY.DAT" TO ERP-FILE
                               MOVE "WRITE" TO ERP-OPERATION
                               MOVE FS-CATEGORY TO ERP-STATUS
                               MOVE CAT-CODE TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       END-EVALUATE
                   NOT INVALID KEY
                       DISPLAY "CATEGORY SUCCESSFULLY REGISTERED"
                   DISPLAY "DESCRIPTION (30 characters): "
                      WITH NO ADVANCING
                   ACCEPT CAT-DESCRIPTION
                   MOVE CAT-MARGIN-TARGET TO WS-TARGET-DISPLAY
                   DISPLAY "CURRENT MARGIN TARGET: " WS-TARGET-DISPLAY
                   PERFORM GET-MARGIN-TARGET
                   MOVE CAT-MARGIN-FLOOR TO WS-FLOOR-DISPLAY
                   DISPLAY "CURRENT MARGIN FLOOR: " WS-FLOOR-DISPLAY
                   PERFORM GET-MARGIN-FLOOR
                   REWRITE CATEGORY-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD: "
                              FS-CATEGORY
                           MOVE "CATEGORY-ENTRY" TO ERP-PROGRAM
                           MOVE "UPDATE-CATEGORY" TO ERP-PARAGRAPH
                           MOVE "CATEGORY.DAT" TO ERP-FILE
                           MOVE "REWRITE" TO ERP-OPERATION
                           MOVE FS-CATEGORY TO ERP-STATUS
                           MOVE CAT-CODE TO ERP-KEY
                           CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       NOT INVALID KEY
                           DISPLAY "CATEGORY SUCCESSFULLY UPDATED"
                   END-REWRITE
           END-READ.

       GET-MARGIN-TARGET.
           DISPLAY "TARGET MARGIN PCT (ex: 35.0, 0 = NONE): "
              WITH NO ADVANCING.
           ACCEPT WS-TARGET-EDIT.
           COMPUTE CAT-MARGIN-TARGET = FUNCTION NUMVAL(WS-TARGET-EDIT).

      * The floor is the hard minimum and may not sit above the target.
       GET-MARGIN-FLOOR.
           MOVE "N" TO WS-FLOOR-VALID.
           PERFORM UNTIL WS-FLOOR-IS-VALID
               DISPLAY "MINIMUM MARGIN FLOOR PCT (ex: 15.0, "
                  "0 = NONE): " WITH NO ADVANCING
               ACCEPT WS-TARGET-EDIT
               COMPUTE CAT-MARGIN-FLOOR =
                  FUNCTION NUMVAL(WS-TARGET-EDIT)
               IF CAT-MARGIN-TARGET > ZERO
                  AND CAT-MARGIN-FLOOR > CAT-MARGIN-TARGET
                   DISPLAY "FLOOR CANNOT BE ABOVE THE MARGIN TARGET"
               ELSE
                   MOVE "Y" TO WS-FLOOR-VALID
               END-IF
           END-PERFORM.

       DELETE-CATEGORY.
           DISPLAY "CATEGORY CODE TO DELETE: " WITH NO ADVANCING.
           ACCEPT WS-CODE.
                   AT END
                       SET WS-NO-MORE-CATEGORIES TO TRUE
                   NOT AT END
                       MOVE CAT-MARGIN-TARGET TO WS-TARGET-DISPLAY
                       MOVE CAT-MARGIN-FLOOR TO WS-FLOOR-DISPLAY
                       DISPLAY CAT-CODE " - " CAT-DESCRIPTION
                          " TARGET " WS-TARGET-DISPLAY
                          " FLOOR " WS-FLOOR-DISPLAY
                       ADD 1 TO WS-LISTED-COUNT
               END-READ
           END-PERFORM.
