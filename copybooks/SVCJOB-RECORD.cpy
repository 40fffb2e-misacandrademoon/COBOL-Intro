       01  SVCJOB-RECORD.
           05 SJ-NUMBER            PIC 9(06).
           05 SJ-INTAKE-DATE       PIC 9(08).
           05 SJ-CLAVE-CLIENTE     PIC X(10).
           05 SJ-PROD-CODE         PIC X(05).
           05 SJ-SERIAL-NUMBER     PIC X(15).
           05 SJ-SERIAL-PRIOR      PIC X(01).
           05 SJ-FAULT             PIC X(40).
           05 SJ-DIAGNOSIS         PIC X(40).
           05 SJ-STATUS            PIC X(01).
               88 SJ-BOOKED-IN     VALUE "I".
               88 SJ-DIAGNOSING    VALUE "D".
               88 SJ-WAITING-PARTS VALUE "W".
               88 SJ-READY         VALUE "R".
               88 SJ-COLLECTED     VALUE "C".
               88 SJ-OPEN          VALUE "I", "D", "W", "R".
           05 SJ-STATUS-DATE       PIC 9(08).
           05 SJ-LAST-LINE         PIC 9(03).
           05 SJ-PARTS-VALUE       PIC 9(07)V99.
           05 SJ-LABOUR-VALUE      PIC 9(07)V99.
           05 SJ-COLLECT-DATE      PIC 9(08).
           05 SJ-TICKET            PIC 9(06).
           05 SJ-OPERATOR          PIC 9(05).
