       01  FEERATE-RECORD.
           05 FEE-CODE             PIC X(02).
           05 FEE-DESCRIPTION      PIC X(20).
           05 FEE-AMOUNT           PIC 9(03)V99.
           05 FEE-AGENCY           PIC X(20).
