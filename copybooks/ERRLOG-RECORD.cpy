       01  ERRLOG-RECORD.
           05 ERR-DATE             PIC 9(08).
           05 ERR-TIME             PIC 9(06).
           05 ERR-PROGRAM          PIC X(30).
           05 ERR-PARAGRAPH        PIC X(30).
           05 ERR-FILE             PIC X(30).
           05 ERR-OPERATION        PIC X(08).
           05 ERR-STATUS           PIC X(02).
           05 ERR-KEY              PIC X(30).
           05 ERR-OPERATOR         PIC 9(05).
