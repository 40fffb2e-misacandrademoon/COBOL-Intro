           05 PROD-STATUS        PIC X(1).
               88 PROD-ACTIVE        VALUE "A".
               88 PROD-DISCONTINUED  VALUE "D".
               88 PROD-NON-STOCK     VALUE "N".
           05 PROD-SERIALIZED    PIC X(1).
               88 PROD-IS-SERIALIZED VALUE "Y".
           05 PROD-CONSIGNMENT   PIC X(1).
               88 PROD-CLASS-A   VALUE "A".
               88 PROD-CLASS-B   VALUE "B".
               88 PROD-CLASS-C   VALUE "C".
           05 PROD-RESTRICTION   PIC X(1).
               88 PROD-UNRESTRICTED    VALUE "N", SPACE.
               88 PROD-AGE-RESTRICTED  VALUE "A".
               88 PROD-QTY-LIMITED     VALUE "L".
               88 PROD-AGE-AND-LIMIT   VALUE "B".
               88 PROD-NEEDS-ID-CHECK  VALUE "A", "B".
               88 PROD-HAS-DAILY-LIMIT VALUE "L", "B".
               88 PROD-RESTRICTION-VALID VALUE "N", "A", "L", "B".
           05 PROD-MIN-AGE       PIC 9(2).
           05 PROD-DAILY-LIMIT   PIC 9(5).
           05 PROD-FEE-CODE      PIC X(2).
           05 PROD-QUARANTINE    PIC 9(5).
           05 PROD-WARRANTY-MONTHS PIC 9(3).
