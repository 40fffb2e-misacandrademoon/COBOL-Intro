       01  ERRLOG-PARMS.
           05 ERP-PROGRAM          PIC X(30).
           05 ERP-PARAGRAPH        PIC X(30).
           05 ERP-FILE             PIC X(30).
           05 ERP-OPERATION        PIC X(08).
           05 ERP-STATUS           PIC X(02).
           05 ERP-KEY              PIC X(30).
