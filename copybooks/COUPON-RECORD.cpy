       01  COUPON-RECORD.
           05 CPN-CODE             PIC X(10).
           05 CPN-DESCRIPTION      PIC X(20).
           05 CPN-PROD-CODE        PIC X(05).
           05 CPN-CATEGORY         PIC X(04).
           05 CPN-FACE-VALUE       PIC 9(05)V99.
           05 CPN-START-DATE       PIC 9(08).
           05 CPN-END-DATE         PIC 9(08).
           05 CPN-ISSUER-TYPE      PIC X(01).
               88 CPN-STORE-ISSUED VALUE "S".
               88 CPN-MFR-ISSUED   VALUE "M".
               88 CPN-ISSUER-VALID VALUE "S", "M".
           05 CPN-ISSUER-CODE      PIC X(06).
           05 CPN-ISSUER-NAME      PIC X(20).
