           05 SER-STATUS           PIC X(01).
               88 SER-AVAILABLE    VALUE "A".
               88 SER-SOLD         VALUE "S".
               88 SER-FAULTY       VALUE "F".
               88 SER-AT-REPAIR    VALUE "R".
           05 SER-RECEIVE-DATE     PIC 9(08).
           05 SER-PO-NUMBER        PIC 9(06).
           05 SER-PO-LINE          PIC 9(03).
