       01  RPTINDEX-RECORD.
           05 RPX-ARCHIVE-NO       PIC 9(07).
           05 RPX-REPORT-FILE      PIC X(20).
           05 RPX-RUN-DATE         PIC 9(08).
           05 RPX-RUN-TIME         PIC 9(06).
           05 RPX-PROGRAM          PIC X(30).
           05 RPX-PARAMETERS       PIC X(60).
           05 RPX-OPERATOR         PIC 9(05).
           05 RPX-PAGES            PIC 9(05).
           05 RPX-LINES            PIC 9(07).
           05 RPX-ARCHIVE-FILE     PIC X(30).
