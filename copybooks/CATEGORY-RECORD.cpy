       01  CATEGORY-RECORD.
           05 CAT-CODE           PIC X(4).
           05 CAT-DESCRIPTION    PIC X(30).
           05 CAT-MARGIN-TARGET  PIC 9(2)V9.
           05 CAT-MARGIN-FLOOR   PIC 9(2)V9.
