       01  DRAWEVT-RECORD.
           05 DEV-FECHA            PIC 9(08).
           05 DEV-TIME             PIC 9(06).
           05 DEV-TYPE             PIC X(01).
               88 DEV-PAID-OUT     VALUE "O".
               88 DEV-PICKUP       VALUE "P".
           05 DEV-AMOUNT           PIC 9(07)V99.
           05 DEV-REASON           PIC X(02).
           05 DEV-GL-ACCOUNT       PIC X(08).
           05 DEV-OPERATOR         PIC 9(05).
           05 DEV-SUPERVISOR       PIC 9(05).
           05 DEV-NOTE             PIC X(20).
           05 DEV-BRANCH           PIC X(02).
