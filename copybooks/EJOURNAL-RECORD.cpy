               88 EJ-VOID-POSTED   VALUE "VD".
               88 EJ-DRAWER-OPEN   VALUE "DO".
               88 EJ-AFTER-CLOSE   VALUE "AC".
               88 EJ-ID-CHECKED    VALUE "ID".
               88 EJ-COUPON-TAKEN  VALUE "CP".
           05 EJ-TICKET            PIC 9(06).
           05 EJ-PROD-CODE         PIC X(05).
           05 EJ-QUANTITY          PIC 9(05).
