       01  RPTKEEP-RECORD.
           05 KEEP-REPORT-FILE     PIC X(20).
           05 KEEP-DAYS            PIC 9(04).
