       01  BRSUGG-RECORD.
           05 SG-KEY.
               10 SG-PROD-CODE     PIC X(05).
               10 SG-BRANCH        PIC X(02).
           05 SG-WAREHOUSE         PIC X(02).
           05 SG-BUILD-DATE        PIC 9(08).
           05 SG-SOLD              PIC S9(07).
           05 SG-HISTORY-DAYS      PIC 9(03).
           05 SG-COVER-DAYS        PIC 9(03).
           05 SG-TARGET            PIC 9(07).
           05 SG-POSITION          PIC 9(07).
           05 SG-NEED              PIC 9(07).
           05 SG-WH-FREE           PIC 9(07).
           05 SG-QTY               PIC 9(05).
           05 SG-STATUS            PIC X(01).
               88 SG-PENDING       VALUE "P".
               88 SG-RELEASED      VALUE "R".
           05 SG-EDITED            PIC X(01).
               88 SG-WAS-EDITED    VALUE "Y".
           05 SG-XFER-NUMBER       PIC 9(06).
