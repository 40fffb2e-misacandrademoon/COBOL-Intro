           05 PO-RECEIVED-DATE     PIC 9(8).
           05 PO-STATUS            PIC X(1).
               88 PO-DRAFT         VALUE "D".
               88 PO-AWAITING-APPROVAL VALUE "P".
               88 PO-OPEN          VALUE "O".
               88 PO-LINE-RECEIVED VALUE "R".
               88 PO-CANCELLED     VALUE "C".
           05 PO-UNIT-COST         PIC 9(07)V99.
