      *          product code to component product codes and the
      *          quantity of each component in one kit. CREATE-SELLS
      *          explodes these components at sale time so the gift
      *          baskets and starter bundles relieve real stock,
      *          unless KIT-WORK-ORDER has built enough kits ahead into
      *          the kit's own stock to cover the sale.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-COMPONENT-CODE    PIC X(5).
       01  WS-LISTED-COUNT      PIC 9(3) VALUE ZERO.

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FILES.
           END-IF.
           IF NOT FS-OK
               DISPLAY "ERROR OPENING KIT.DAT: " FS-KIT
               MOVE "KIT-ENTRY" TO ERP-PROGRAM
               MOVE "INITIALIZE-FILES" TO ERP-PARAGRAPH
               MOVE "KIT.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-KIT TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT FS-PRODUCTS-OK
                           WHEN OTHER
                               DISPLAY "ERROR WRITING RECORD: "
                                  FS-KIT
                               MOVE "KIT-ENTRY" TO ERP-PROGRAM
                               MOVE "ADD-COMPONENT" TO ERP-PARAGRAPH
                               MOVE "KIT.DAT" TO ERP-FILE
                               MOVE "WRITE" TO ERP-OPERATION
                               MOVE FS-KIT TO ERP-STATUS
                               MOVE KIT-KEY TO ERP-KEY
                               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
                       END-EVALUATE
                   NOT INVALID KEY
                       DISPLAY "COMPONENT SUCCESSFULLY REGISTERED"
