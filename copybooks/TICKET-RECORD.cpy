           05 TICKET-CLAVE-CLIENTE PIC X(10).
           05 TICKET-LINE-COUNT    PIC 9(03).
           05 TICKET-TOTAL         PIC 9(09)V99.
           05 TICKET-SHIP-TO       PIC 9(03).
           05 TICKET-BRANCH        PIC X(02).
