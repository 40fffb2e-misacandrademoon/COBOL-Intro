       01  XFERHDR-RECORD.
           05 XH-NUMBER            PIC 9(06).
           05 XH-FROM-BRANCH       PIC X(02).
           05 XH-TO-BRANCH         PIC X(02).
           05 XH-SHIP-DATE         PIC 9(08).
           05 XH-RECEIVED-DATE     PIC 9(08).
           05 XH-LINE-COUNT        PIC 9(03).
           05 XH-UNITS-SHIPPED     PIC 9(07).
           05 XH-STATUS            PIC X(01).
               88 XH-IN-TRANSIT    VALUE "T".
               88 XH-RECEIVED      VALUE "R".
               88 XH-DISCREPANCY   VALUE "D".
           05 XH-SHIP-OPERATOR     PIC 9(05).
           05 XH-RECV-OPERATOR     PIC 9(05).
           05 XH-CARRIER           PIC X(20).
