       01  SUPPXREF-RECORD.
           05 SXR-KEY.
               10 SXR-SUPPLIER        PIC X(04).
               10 SXR-PROD-CODE       PIC X(05).
           05 SXR-ITEM-KEY.
               10 SXR-ITEM-SUPPLIER   PIC X(04).
               10 SXR-SUPPLIER-ITEM   PIC X(15).
           05 SXR-PACK-DESC           PIC X(20).
           05 SXR-MIN-ORDER-QTY       PIC 9(05).
