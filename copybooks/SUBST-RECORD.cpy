       01  SUBST-RECORD.
           05 SUBST-KEY.
               10 SUBST-PROD-CODE      PIC X(05).
               10 SUBST-RANK           PIC 9(02).
           05 SUBST-ALT-CODE       PIC X(05).
