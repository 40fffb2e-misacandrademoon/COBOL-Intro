               10 PS-DATE          PIC 9(08).
               10 PS-PROD-CODE     PIC X(05).
               10 PS-TENDER        PIC X(01).
               10 PS-BRANCH        PIC X(02).
           05 PS-UNITS             PIC S9(07).
           05 PS-REVENUE           PIC S9(11)V99.
           05 PS-COST              PIC S9(11)V99.
