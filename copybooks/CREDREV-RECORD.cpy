       01  CREDREV-RECORD.
           05 CRV-CLAVE-CLIENTE    PIC X(10).
           05 CRV-QUARTER          PIC 9(06).
           05 CRV-REVIEW-FECHA     PIC 9(08).
           05 CRV-CURRENT-LIMIT    PIC 9(07)V99.
           05 CRV-SUGGESTED-LIMIT  PIC 9(07)V99.
           05 CRV-HIGH-BALANCE     PIC S9(09)V99.
           05 CRV-ACTION           PIC X(01).
               88 CRV-RAISE        VALUE "R".
               88 CRV-LOWER        VALUE "L".
               88 CRV-HOLD         VALUE "H".
           05 CRV-REASON           PIC X(30).
           05 CRV-STATUS           PIC X(01).
               88 CRV-PENDING      VALUE "P".
               88 CRV-ACCEPTED     VALUE "A".
               88 CRV-DECLINED     VALUE "D".
           05 CRV-BASE-DUN-COUNT   PIC 9(03).
           05 CRV-DUN-COUNT        PIC 9(03).
           05 CRV-DECIDED-FECHA    PIC 9(08).
           05 CRV-MANAGER          PIC 9(05).
