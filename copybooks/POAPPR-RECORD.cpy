       01  POAPPR-RECORD.
           05 POA-DATE             PIC 9(08).
           05 POA-TIME             PIC 9(06).
           05 POA-PO-NUMBER        PIC 9(06).
           05 POA-SUPPLIER-CODE    PIC X(04).
           05 POA-VALUE            PIC 9(09)V99.
           05 POA-LEVEL            PIC X(01).
               88 POA-LEVEL-AUTO       VALUE "A".
               88 POA-LEVEL-SUPERVISOR VALUE "S".
               88 POA-LEVEL-MANAGER    VALUE "M".
           05 POA-ACTION           PIC X(01).
               88 POA-SUBMITTED    VALUE "S".
               88 POA-AUTO-APPROVED VALUE "U".
               88 POA-APPROVED     VALUE "A".
               88 POA-REJECTED     VALUE "J".
           05 POA-OPER-ID          PIC 9(05).
           05 POA-OPER-ROLE        PIC X(01).
