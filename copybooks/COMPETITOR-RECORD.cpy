       01  COMPETITOR-RECORD.
           05 CMP-CODE             PIC X(04).
           05 CMP-NAME             PIC X(25).
           05 CMP-LOCATION         PIC X(20).
           05 CMP-STATUS           PIC X(01).
               88 CMP-ACTIVE       VALUE "A".
               88 CMP-INACTIVE     VALUE "I".
               88 CMP-STATUS-VALID VALUE "A", "I".
