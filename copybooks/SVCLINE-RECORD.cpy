       01  SVCLINE-RECORD.
           05 SL-KEY.
               10 SL-JOB-NUMBER    PIC 9(06).
               10 SL-LINE          PIC 9(03).
           05 SL-TYPE              PIC X(01).
               88 SL-PART          VALUE "P".
               88 SL-LABOUR        VALUE "L".
           05 SL-DATE              PIC 9(08).
           05 SL-PROD-CODE         PIC X(05).
           05 SL-QUANTITY          PIC 9(05).
           05 SL-HOURS             PIC 9(03)V99.
           05 SL-PRICE             PIC 9(07)V99.
           05 SL-AMOUNT            PIC 9(07)V99.
           05 SL-COST              PIC 9(07)V99.
           05 SL-OPERATOR          PIC 9(05).
