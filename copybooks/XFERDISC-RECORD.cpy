       01  XFERDISC-RECORD.
           05 XD-NUMBER            PIC 9(06).
           05 XD-LINE              PIC 9(03).
           05 XD-PROD-CODE         PIC X(05).
           05 XD-FROM-BRANCH       PIC X(02).
           05 XD-TO-BRANCH         PIC X(02).
           05 XD-SHIP-DATE         PIC 9(08).
           05 XD-RECEIVED-DATE     PIC 9(08).
           05 XD-TYPE              PIC X(01).
               88 XD-SHORT         VALUE "S".
               88 XD-DAMAGED       VALUE "D".
           05 XD-QUANTITY          PIC 9(05).
           05 XD-UNIT-COST         PIC 9(07)V99.
           05 XD-OPERATOR          PIC 9(05).
           05 XD-NOTE              PIC X(30).
