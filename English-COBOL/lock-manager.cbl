           88 FS-LOCK-DUPLICATE VALUE "22".
           88 FS-LOCK-NOT-EXIST VALUE "35".

       COPY ERRLOG-PARMS.

       LINKAGE SECTION.
       01  LNK-ACTION           PIC X.
           88 LNK-ACTION-TAKE   VALUE "T".
           END-IF.
           IF NOT FS-LOCK-OK
               DISPLAY "ERROR OPENING LOCKFILE.DAT: " FS-LOCK
               MOVE "LOCK-MANAGER" TO ERP-PROGRAM
               MOVE "MAIN-PROCEDURE" TO ERP-PARAGRAPH
               MOVE "LOCKFILE.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-LOCK TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
               GOBACK
           END-IF.
           EVALUATE TRUE
