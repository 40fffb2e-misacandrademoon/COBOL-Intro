       01  RPTARCH-PARMS.
           05 RAP-REPORT-FILE      PIC X(20).
           05 RAP-PROGRAM          PIC X(30).
           05 RAP-PARAMETERS       PIC X(60).
           05 RAP-PAGES            PIC 9(05).
