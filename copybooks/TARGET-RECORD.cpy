           05 TGT-KEY.
               10 TGT-YEAR-MONTH   PIC 9(06).
               10 TGT-CATEGORY     PIC X(04).
               10 TGT-BRANCH       PIC X(02).
           05 TGT-REVENUE          PIC 9(09)V99.
           05 TGT-UNITS            PIC 9(07).
