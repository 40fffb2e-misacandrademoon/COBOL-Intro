           05 JOB-STATUS           PIC X(01).
               88 JOB-COMPLETE     VALUE "C".
               88 JOB-FAILED       VALUE "F".
               88 JOB-SKIPPED      VALUE "S".
               88 JOB-HELD         VALUE "H".
           05 JOB-STREAM           PIC X(01).
