       01  BRCOVER-RECORD.
           05 BC-BRANCH            PIC X(02).
           05 BC-COVER-DAYS        PIC 9(03).
